       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKCONV.
      * One-time conversion of the files already on disk to
      * TOKVAULT tokens (copybooks/TOKEN-VAULT-REC.cpy), so the
      * clear SSNs and bank account numbers filed before the
      * CALLed TOKENW service went in are swapped for the same
      * tokens new work now files. Every value goes through TOKENW
      * 'T': a clear value takes its token, one already a token
      * is left as it is, so the run is safe to repeat and a
      * second run proves the first. The files, in order:
      *   indexed  ACCTMAST ACCTOWN EMPXREF LOANMAST STNDORD
      *            CASEMAST CASEPOST DISPMAST ESCHMAST BANKMAST
      *   line     POSTHIST ACCTHIST SNAPHIST ODMAST SSNSUSP
      *            ACTLOG
      * An indexed master unloads, converted, to a .TKC work file
      * and reloads from it - its key is the value being
      * converted, so nothing can be rewritten in place. A line
      * file is copied through its .TKC work file and copied
      * back, the RETNPURG convention, each record at the length
      * it was read. A value the vault cannot take leaves that
      * file untouched; a master that cannot reload whole keeps
      * its work file and must be restored from the MASTBKP set
      * taken just before - the run deck takes one first. ACTLOG
      * converts only the entries keyed on an SSN (SSNVAL, SSNREJ
      * and ACCTINQ); ESCHMAST converts the owner SSN and, on an
      * account item, the account key. A bank account already
      * ANONYMIZED by RETNPURG stays so.
      * Each file is then re-read and proven on the TOKREG
      * register: records read equal records written back, every
      * clear value found took a token, and no clear value is
      * left. A file not yet on disk is listed and skipped. Any
      * file not proven ends the run RC=8 and goes to LOGERR.
      * Each run is kept in the RPTREPO report repository as
      * TOKREG, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One line file at a time: the SELECTs assign to these names
      * and each pass points them at the next live/work pair.
           SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

      * The masters, each as its own programs declare it, but
      * dynamic: the reload writes by key in token order. Only one
      * is open at a time, so they share one status.
           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-MASTER ASSIGN TO "Cobol/data/EMPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "Cobol/data/LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-SSN
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ORDER-MASTER ASSIGN TO "Cobol/data/STNDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CASE-MASTER ASSIGN TO "Cobol/data/CASEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CASE-POSTINGS ASSIGN TO "Cobol/data/CASEPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CASE-LINE-KEY
               ALTERNATE RECORD KEY IS CP-POSTING-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DISPUTE-MASTER ASSIGN TO "Cobol/data/DISPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "Cobol/data/ESCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BANK-MASTER ASSIGN TO "Cobol/data/BANKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONVERSION-REGISTER ASSIGN TO
               "Cobol/data/TOKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSION-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-FILE.
       01 LIVE-FILE-REC               PIC X(200).

       FD  WORK-FILE.
       01 WORK-FILE-REC               PIC X(200).

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.

       FD  LOAN-MASTER.
       01 LOAN-MASTER-REC.
           COPY LOAN-MASTER-REC.

       FD  ORDER-MASTER.
       01 ORDER-MASTER-REC.
           COPY STND-ORDER-REC.

       FD  CASE-MASTER.
       01 CASE-MASTER-REC.
           COPY CASE-MASTER-REC.

       FD  CASE-POSTINGS.
       01 CASE-POSTINGS-REC.
           COPY CASE-POST-REC.

       FD  DISPUTE-MASTER.
       01 DISPUTE-MASTER-REC.
           COPY DISP-MASTER-REC.

       FD  PROPERTY-MASTER.
       01 PROPERTY-MASTER-REC.
           COPY UNCL-PROP-REC.

       FD  BANK-MASTER.
       01 BANK-MASTER-REC.
           COPY BANK-MASTER-REC.

       FD  CONVERSION-REGISTER.
       01 CONVERSION-REGISTER-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LIVE-FILE-STATUS         PIC XX VALUE "00".
       01 WS-WORK-FILE-STATUS         PIC XX VALUE "00".
       01 WS-MASTER-STATUS            PIC XX VALUE "00".
       01 WS-CONVERSION-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-LIVE-FILE-NAME           PIC X(40) VALUE SPACES.
       01 WS-WORK-FILE-NAME           PIC X(40) VALUE SPACES.
       01 WS-DELETE-RESULT            PIC S9(9) COMP-5 VALUE 0.

      * The files converted, in order: the indexed masters first
      * (subscripts 1 to WS-INDEXED-COUNT), then the line files.
       01 WS-FILE-NAMES.
           05 FILLER                  PIC X(8) VALUE "ACCTMAST".
           05 FILLER                  PIC X(8) VALUE "ACCTOWN".
           05 FILLER                  PIC X(8) VALUE "EMPXREF".
           05 FILLER                  PIC X(8) VALUE "LOANMAST".
           05 FILLER                  PIC X(8) VALUE "STNDORD".
           05 FILLER                  PIC X(8) VALUE "CASEMAST".
           05 FILLER                  PIC X(8) VALUE "CASEPOST".
           05 FILLER                  PIC X(8) VALUE "DISPMAST".
           05 FILLER                  PIC X(8) VALUE "ESCHMAST".
           05 FILLER                  PIC X(8) VALUE "BANKMAST".
           05 FILLER                  PIC X(8) VALUE "POSTHIST".
           05 FILLER                  PIC X(8) VALUE "ACCTHIST".
           05 FILLER                  PIC X(8) VALUE "SNAPHIST".
           05 FILLER                  PIC X(8) VALUE "ODMAST".
           05 FILLER                  PIC X(8) VALUE "SSNSUSP".
           05 FILLER                  PIC X(8) VALUE "ACTLOG".
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-NAME            PIC X(8) OCCURS 16 TIMES.
       01 WS-FILE-COUNT               PIC 99 VALUE 16.
       01 WS-INDEXED-COUNT            PIC 99 VALUE 10.
       01 WS-FILE-SUBSCRIPT           PIC 99 VALUE 0.

      * The pass decides what each value is asked: 'C' converts,
      * 'V' re-reads and counts any clear value still there.
       01 WS-PASS-SWITCH              PIC X VALUE 'C'.
           88 CONVERT-PASS                 VALUE 'C'.
           88 VERIFY-PASS                  VALUE 'V'.
       01 WS-COPY-SWITCH              PIC X VALUE 'Y'.
           88 COPY-PASSED                  VALUE 'Y'.
           88 COPY-FAILED                  VALUE 'N'.
       01 WS-VAULT-SWITCH             PIC X VALUE 'Y'.
           88 VAULT-PASSED                 VALUE 'Y'.
           88 VAULT-FAILED                 VALUE 'N'.
       01 WS-END-SWITCH               PIC X VALUE 'N'.
           88 FILE-AT-END                  VALUE 'Y'.
           88 FILE-NOT-AT-END              VALUE 'N'.
       01 WS-FILE-STATE               PIC X VALUE SPACE.
           88 FILE-IS-PROVEN               VALUE 'P'.
           88 FILE-NOT-ON-DISK             VALUE 'M'.
           88 FILE-LEFT-UNTOUCHED          VALUE 'U'.
           88 FILE-RELOAD-FAILED           VALUE 'R'.
           88 FILE-NOT-PROVEN              VALUE 'X'.

      * The value in hand and its kind.
       01 WS-CONVERT-VALUE            PIC X(10) VALUE SPACES.
       01 WS-CONVERT-TYPE             PIC X VALUE 'S'.
       01 WS-ANONYMIZED-MARK          PIC X(10) VALUE "ANONYMIZED".

      * This file's counts, then the run's.
       01 WS-RECORDS-READ             PIC 9(7) VALUE 0.
       01 WS-RECORDS-WRITTEN          PIC 9(7) VALUE 0.
       01 WS-VALUES-CLEAR             PIC 9(7) VALUE 0.
       01 WS-VALUES-CONVERTED         PIC 9(7) VALUE 0.
       01 WS-VALUES-ALREADY           PIC 9(7) VALUE 0.
       01 WS-VALUES-LEFT              PIC 9(7) VALUE 0.
       01 WS-RELOAD-FAILURES          PIC 9(7) VALUE 0.
       01 WS-TOTAL-CONVERTED          PIC 9(7) VALUE 0.
       01 WS-TOTAL-ALREADY            PIC 9(7) VALUE 0.
       01 WS-FILES-PROVEN             PIC 99 VALUE 0.
       01 WS-FILES-FAILED             PIC 99 VALUE 0.

      * Typed views of the line-file records.
       01 WS-POSTING-VIEW.
           COPY ACCT-POST-REC.
       01 WS-ACCOUNT-HISTORY-VIEW.
           COPY ACCT-HIST-REC.
       01 WS-SNAPSHOT-VIEW.
           COPY ACCT-SNAP-REC.
      * The OVERDRFT age record: account plus first-negative date.
       01 WS-OVERDRAFT-VIEW.
           05 OD-ACCT-SSN             PIC 9(9).
           05 OD-FIRST-NEG-DATE       PIC 9(8).
       01 WS-SUSPENSE-VIEW.
           COPY SSN-SUSP-REC.
       01 WS-ACTIVITY-VIEW.
           COPY ACT-LOG-REC.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-RC                   PIC 9 VALUE 0.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.
       01 WS-COUNT-1                  PIC ZZZZZZ9.
       01 WS-COUNT-2                  PIC ZZZZZZ9.
       01 WS-COUNT-3                  PIC ZZZZZZ9.
       01 WS-COUNT-4                  PIC ZZZZZZ9.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "TOKCONV" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT CONVERSION-REGISTER.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "TOKEN VAULT CONVERSION REGISTER" TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "TOKREG" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           PERFORM VARYING WS-FILE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-FILE-SUBSCRIPT > WS-FILE-COUNT
               PERFORM Convert-One-File
           END-PERFORM.

           PERFORM Write-Run-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE CONVERSION-REGISTER-LINE FROM RP-PRINT-LINE.
           CLOSE CONVERSION-REGISTER.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

       Convert-One-File.
           MOVE 0 TO WS-RECORDS-READ WS-RECORDS-WRITTEN
                     WS-VALUES-CLEAR WS-VALUES-CONVERTED
                     WS-VALUES-ALREADY WS-VALUES-LEFT
                     WS-RELOAD-FAILURES.
           SET FILE-IS-PROVEN TO TRUE.
           MOVE SPACES TO WS-LIVE-FILE-NAME WS-WORK-FILE-NAME.
           STRING "Cobol/data/" WS-FILE-NAME(WS-FILE-SUBSCRIPT)
                   DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-LIVE-FILE-NAME.
           STRING "Cobol/data/" WS-FILE-NAME(WS-FILE-SUBSCRIPT)
                   DELIMITED BY SPACE
                   ".TKC" DELIMITED BY SIZE
               INTO WS-WORK-FILE-NAME.
           IF WS-FILE-SUBSCRIPT NOT > WS-INDEXED-COUNT
               PERFORM Convert-Indexed-Master
           ELSE
               PERFORM Convert-Line-File
           END-IF.
           IF FILE-IS-PROVEN
               AND (WS-RECORDS-READ NOT = WS-RECORDS-WRITTEN
                    OR WS-VALUES-CLEAR NOT = WS-VALUES-CONVERTED
                    OR WS-VALUES-LEFT > 0)
               SET FILE-NOT-PROVEN TO TRUE
           END-IF.
           ADD WS-VALUES-CONVERTED TO WS-TOTAL-CONVERTED.
           ADD WS-VALUES-ALREADY TO WS-TOTAL-ALREADY.
           PERFORM Write-File-Proof.

      * Unload converted to the work file, reload from it, then
      * re-read what was reloaded.
       Convert-Indexed-Master.
           SET CONVERT-PASS TO TRUE.
           PERFORM Open-Master-Input.
           IF WS-MASTER-STATUS NOT = "00"
               SET FILE-NOT-ON-DISK TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-FILE.
           SET COPY-PASSED TO TRUE.
           SET VAULT-PASSED TO TRUE.
           IF WS-WORK-FILE-STATUS NOT = "00"
               SET COPY-FAILED TO TRUE
           END-IF.
           SET FILE-NOT-AT-END TO TRUE.
           PERFORM UNTIL FILE-AT-END OR COPY-FAILED
               PERFORM Read-Master-Next
               IF FILE-NOT-AT-END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM Convert-Master-Fields
                   IF VAULT-FAILED
                       SET COPY-FAILED TO TRUE
                   ELSE
                       PERFORM Write-Work-From-Master
                       IF WS-WORK-FILE-STATUS NOT = "00"
                           SET COPY-FAILED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM Close-Master.
           CLOSE WORK-FILE.
           IF COPY-FAILED
               PERFORM Report-File-Untouched
               EXIT PARAGRAPH
           END-IF.

           PERFORM Open-Master-Output.
           OPEN INPUT WORK-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               OR WS-WORK-FILE-STATUS NOT = "00"
               ADD 1 TO WS-RELOAD-FAILURES
           ELSE
               PERFORM UNTIL WS-WORK-FILE-STATUS NOT = "00"
                   READ WORK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Write-Master-From-Work
                           IF WS-MASTER-STATUS(1:1) = "0"
                               ADD 1 TO WS-RECORDS-WRITTEN
                           ELSE
                               ADD 1 TO WS-RELOAD-FAILURES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM Close-Master.
           CLOSE WORK-FILE.
           IF WS-RELOAD-FAILURES > 0
               PERFORM Report-Reload-Failed
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME
               RETURNING WS-DELETE-RESULT
           END-CALL.

           SET VERIFY-PASS TO TRUE.
           PERFORM Open-Master-Input.
           SET FILE-NOT-AT-END TO TRUE.
           PERFORM UNTIL FILE-AT-END
               PERFORM Read-Master-Next
               IF FILE-NOT-AT-END
                   PERFORM Convert-Master-Fields
               END-IF
           END-PERFORM.
           PERFORM Close-Master.

      * Copied through the work file and back, then re-read.
       Convert-Line-File.
           SET CONVERT-PASS TO TRUE.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-FILE-STATUS NOT = "00"
               SET FILE-NOT-ON-DISK TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-FILE.
           SET COPY-PASSED TO TRUE.
           SET VAULT-PASSED TO TRUE.
           IF WS-WORK-FILE-STATUS NOT = "00"
               SET COPY-FAILED TO TRUE
           END-IF.
           PERFORM UNTIL WS-LIVE-FILE-STATUS NOT = "00"
                      OR COPY-FAILED
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM Convert-Line-Fields
                       IF VAULT-FAILED
                           SET COPY-FAILED TO TRUE
                       ELSE
                           WRITE WORK-FILE-REC
                           IF WS-WORK-FILE-STATUS NOT = "00"
                               SET COPY-FAILED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.
           CLOSE WORK-FILE.
           IF COPY-FAILED
               PERFORM Report-File-Untouched
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT WORK-FILE.
           OPEN OUTPUT LIVE-FILE.
           PERFORM UNTIL WS-WORK-FILE-STATUS NOT = "00"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE LIVE-FILE-REC FROM WORK-FILE-REC
                       ADD 1 TO WS-RECORDS-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE LIVE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME
               RETURNING WS-DELETE-RESULT
           END-CALL.

           SET VERIFY-PASS TO TRUE.
           OPEN INPUT LIVE-FILE.
           PERFORM UNTIL WS-LIVE-FILE-STATUS NOT = "00"
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Convert-Line-Fields
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.

       Open-Master-Input.
           EVALUATE WS-FILE-SUBSCRIPT
               WHEN 1  OPEN INPUT ACCOUNT-MASTER
               WHEN 2  OPEN INPUT OWNER-MASTER
               WHEN 3  OPEN INPUT XREF-MASTER
               WHEN 4  OPEN INPUT LOAN-MASTER
               WHEN 5  OPEN INPUT ORDER-MASTER
               WHEN 6  OPEN INPUT CASE-MASTER
               WHEN 7  OPEN INPUT CASE-POSTINGS
               WHEN 8  OPEN INPUT DISPUTE-MASTER
               WHEN 9  OPEN INPUT PROPERTY-MASTER
               WHEN 10 OPEN INPUT BANK-MASTER
           END-EVALUATE.

       Open-Master-Output.
           EVALUATE WS-FILE-SUBSCRIPT
               WHEN 1  OPEN OUTPUT ACCOUNT-MASTER
               WHEN 2  OPEN OUTPUT OWNER-MASTER
               WHEN 3  OPEN OUTPUT XREF-MASTER
               WHEN 4  OPEN OUTPUT LOAN-MASTER
               WHEN 5  OPEN OUTPUT ORDER-MASTER
               WHEN 6  OPEN OUTPUT CASE-MASTER
               WHEN 7  OPEN OUTPUT CASE-POSTINGS
               WHEN 8  OPEN OUTPUT DISPUTE-MASTER
               WHEN 9  OPEN OUTPUT PROPERTY-MASTER
               WHEN 10 OPEN OUTPUT BANK-MASTER
           END-EVALUATE.

       Close-Master.
           EVALUATE WS-FILE-SUBSCRIPT
               WHEN 1  CLOSE ACCOUNT-MASTER
               WHEN 2  CLOSE OWNER-MASTER
               WHEN 3  CLOSE XREF-MASTER
               WHEN 4  CLOSE LOAN-MASTER
               WHEN 5  CLOSE ORDER-MASTER
               WHEN 6  CLOSE CASE-MASTER
               WHEN 7  CLOSE CASE-POSTINGS
               WHEN 8  CLOSE DISPUTE-MASTER
               WHEN 9  CLOSE PROPERTY-MASTER
               WHEN 10 CLOSE BANK-MASTER
           END-EVALUATE.

      * A duplicate alternate key reads back "02" - still a record.
       Read-Master-Next.
           EVALUATE WS-FILE-SUBSCRIPT
               WHEN 1  READ ACCOUNT-MASTER NEXT RECORD
               WHEN 2  READ OWNER-MASTER NEXT RECORD
               WHEN 3  READ XREF-MASTER NEXT RECORD
               WHEN 4  READ LOAN-MASTER NEXT RECORD
               WHEN 5  READ ORDER-MASTER NEXT RECORD
               WHEN 6  READ CASE-MASTER NEXT RECORD
               WHEN 7  READ CASE-POSTINGS NEXT RECORD
               WHEN 8  READ DISPUTE-MASTER NEXT RECORD
               WHEN 9  READ PROPERTY-MASTER NEXT RECORD
               WHEN 10 READ BANK-MASTER NEXT RECORD
           END-EVALUATE.
           IF WS-MASTER-STATUS(1:1) NOT = "0"
               SET FILE-AT-END TO TRUE
               IF WS-MASTER-STATUS NOT = "10"
                   SET COPY-FAILED TO TRUE
                   ADD 1 TO WS-VALUES-LEFT
               END-IF
           END-IF.

       Write-Work-From-Master.
           EVALUATE WS-FILE-SUBSCRIPT
               WHEN 1  WRITE WORK-FILE-REC FROM ACCOUNT-MASTER-REC
               WHEN 2  WRITE WORK-FILE-REC FROM OWNER-MASTER-REC
               WHEN 3  WRITE WORK-FILE-REC FROM XREF-MASTER-REC
               WHEN 4  WRITE WORK-FILE-REC FROM LOAN-MASTER-REC
               WHEN 5  WRITE WORK-FILE-REC FROM ORDER-MASTER-REC
               WHEN 6  WRITE WORK-FILE-REC FROM CASE-MASTER-REC
               WHEN 7  WRITE WORK-FILE-REC FROM CASE-POSTINGS-REC
               WHEN 8  WRITE WORK-FILE-REC FROM DISPUTE-MASTER-REC
               WHEN 9  WRITE WORK-FILE-REC FROM PROPERTY-MASTER-REC
               WHEN 10 WRITE WORK-FILE-REC FROM BANK-MASTER-REC
           END-EVALUATE.

       Write-Master-From-Work.
           EVALUATE WS-FILE-SUBSCRIPT
               WHEN 1  WRITE ACCOUNT-MASTER-REC FROM WORK-FILE-REC
               WHEN 2  WRITE OWNER-MASTER-REC FROM WORK-FILE-REC
               WHEN 3  WRITE XREF-MASTER-REC FROM WORK-FILE-REC
               WHEN 4  WRITE LOAN-MASTER-REC FROM WORK-FILE-REC
               WHEN 5  WRITE ORDER-MASTER-REC FROM WORK-FILE-REC
               WHEN 6  WRITE CASE-MASTER-REC FROM WORK-FILE-REC
               WHEN 7  WRITE CASE-POSTINGS-REC FROM WORK-FILE-REC
               WHEN 8  WRITE DISPUTE-MASTER-REC FROM WORK-FILE-REC
               WHEN 9  WRITE PROPERTY-MASTER-REC FROM WORK-FILE-REC
               WHEN 10 WRITE BANK-MASTER-REC FROM WORK-FILE-REC
           END-EVALUATE.

      * Each value is taken as its bytes, so a field never filed
      * goes back exactly as it came.
       Convert-Master-Fields.
           EVALUATE WS-FILE-SUBSCRIPT
               WHEN 1
                   MOVE AM-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO AM-ACCT-SSN(1:9)
               WHEN 2
                   MOVE AO-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO AO-ACCT-SSN(1:9)
                   MOVE AO-PARTY-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO AO-PARTY-SSN(1:9)
               WHEN 3
                   MOVE XR-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO XR-ACCT-SSN(1:9)
               WHEN 4
                   MOVE LN-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO LN-ACCT-SSN(1:9)
               WHEN 5
                   MOVE SO-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO SO-ACCT-SSN(1:9)
               WHEN 6
                   MOVE CS-SUBJECT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO CS-SUBJECT-SSN(1:9)
               WHEN 7
                   MOVE CP-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO CP-ACCT-SSN(1:9)
               WHEN 8
                   MOVE DP-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO DP-ACCT-SSN(1:9)
               WHEN 9
                   IF UP-ITEM-IS-ACCOUNT
                       MOVE UP-ITEM-ID(1:9) TO WS-CONVERT-VALUE
                       PERFORM Convert-SSN-Value
                       MOVE WS-CONVERT-VALUE(1:9) TO UP-ITEM-ID(1:9)
                   END-IF
                   MOVE UP-OWNER-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO UP-OWNER-SSN(1:9)
               WHEN 10
                   MOVE BN-ACCOUNT-NUMBER TO WS-CONVERT-VALUE
                   PERFORM Convert-Bank-Value
                   MOVE WS-CONVERT-VALUE TO BN-ACCOUNT-NUMBER
           END-EVALUATE.

      * The record goes to the work file converted; a record
      * shorter than its view (POSTHIST's legacy lengths) keeps
      * its trailing spaces and so its length.
       Convert-Line-Fields.
           EVALUATE WS-FILE-SUBSCRIPT
               WHEN 11
                   MOVE LIVE-FILE-REC TO WS-POSTING-VIEW
                   MOVE PH-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO PH-ACCT-SSN(1:9)
                   MOVE PH-XFER-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO PH-XFER-ACCT-SSN(1:9)
                   MOVE WS-POSTING-VIEW TO WORK-FILE-REC
               WHEN 12
                   MOVE LIVE-FILE-REC TO WS-ACCOUNT-HISTORY-VIEW
                   MOVE AH-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO AH-ACCT-SSN(1:9)
                   MOVE WS-ACCOUNT-HISTORY-VIEW TO WORK-FILE-REC
               WHEN 13
                   MOVE LIVE-FILE-REC TO WS-SNAPSHOT-VIEW
                   MOVE SN-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO SN-ACCT-SSN(1:9)
                   MOVE WS-SNAPSHOT-VIEW TO WORK-FILE-REC
               WHEN 14
                   MOVE LIVE-FILE-REC TO WS-OVERDRAFT-VIEW
                   MOVE OD-ACCT-SSN(1:9) TO WS-CONVERT-VALUE
                   PERFORM Convert-SSN-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO OD-ACCT-SSN(1:9)
                   MOVE WS-OVERDRAFT-VIEW TO WORK-FILE-REC
               WHEN 15
                   MOVE LIVE-FILE-REC TO WS-SUSPENSE-VIEW
                   MOVE SU-ORIGINAL-VALUE TO WS-CONVERT-VALUE
                   PERFORM Convert-Keyed-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO SU-ORIGINAL-VALUE
                   MOVE SU-CORRECTED-VALUE TO WS-CONVERT-VALUE
                   PERFORM Convert-Keyed-Value
                   MOVE WS-CONVERT-VALUE(1:9) TO SU-CORRECTED-VALUE
                   MOVE WS-SUSPENSE-VIEW TO WORK-FILE-REC
               WHEN 16
                   MOVE LIVE-FILE-REC TO WS-ACTIVITY-VIEW
                   IF AL-ACTION-CODE = "SSNVAL" OR "SSNREJ"
                                     OR "ACCTINQ"
                       MOVE AL-KEY-VALUE TO WS-CONVERT-VALUE
                       PERFORM Convert-Keyed-Value
                       MOVE WS-CONVERT-VALUE(1:9) TO AL-KEY-VALUE
                   END-IF
                   MOVE WS-ACTIVITY-VIEW TO WORK-FILE-REC
           END-EVALUATE.

      * An SSN field holding no filed number - zeros, spaces, a
      * legacy record's missing tail - is not a value.
       Convert-SSN-Value.
           IF WS-CONVERT-VALUE(1:9) NOT NUMERIC
               OR WS-CONVERT-VALUE(1:9) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-CONVERT-TYPE.
           PERFORM Convert-Value.

      * SSNSUSP and ACTLOG carry the SSN as keyed, digits or not,
      * the way MOVEOFW now files it.
       Convert-Keyed-Value.
           IF WS-CONVERT-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-CONVERT-TYPE.
           PERFORM Convert-Value.

       Convert-Bank-Value.
           IF WS-CONVERT-VALUE = SPACES
               OR WS-CONVERT-VALUE = WS-ANONYMIZED-MARK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'B' TO WS-CONVERT-TYPE.
           PERFORM Convert-Value.

      * Convert pass: 'T' hands back the token, the same value
      * when it already was one. Verify pass: 'L' hands a token
      * back unchanged; anything else is a clear value left.
       Convert-Value.
           IF CONVERT-PASS
               MOVE 'T' TO TK-REQUEST-CODE
           ELSE
               MOVE 'L' TO TK-REQUEST-CODE
           END-IF.
           MOVE WS-CONVERT-TYPE TO TK-VALUE-TYPE.
           MOVE "TOKCONV" TO TK-PROGRAM.
           MOVE WS-CONVERT-VALUE TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
           IF VERIFY-PASS
               IF TK-RESULT-SWITCH NOT = 'Y'
                   OR TK-VALUE-OUT NOT = WS-CONVERT-VALUE
                   ADD 1 TO WS-VALUES-LEFT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN TK-RESULT-SWITCH NOT = 'Y'
                   ADD 1 TO WS-VALUES-CLEAR
                   SET VAULT-FAILED TO TRUE
               WHEN TK-VALUE-OUT = WS-CONVERT-VALUE
                   ADD 1 TO WS-VALUES-ALREADY
               WHEN OTHER
                   ADD 1 TO WS-VALUES-CLEAR
                   ADD 1 TO WS-VALUES-CONVERTED
                   MOVE TK-VALUE-OUT TO WS-CONVERT-VALUE
           END-EVALUATE.

       Report-File-Untouched.
           SET FILE-LEFT-UNTOUCHED TO TRUE.
           CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME
               RETURNING WS-DELETE-RESULT
           END-CALL.
           MOVE SPACES TO EX-MESSAGE.
           IF VAULT-FAILED
               STRING WS-FILE-NAME(WS-FILE-SUBSCRIPT)
                       " TOKEN VAULT FAILED - FILE LEFT UNTOUCHED"
                   DELIMITED BY SIZE INTO EX-MESSAGE
           ELSE
               STRING WS-FILE-NAME(WS-FILE-SUBSCRIPT)
                       " WORK FILE FAILED - FILE LEFT UNTOUCHED"
                   DELIMITED BY SIZE INTO EX-MESSAGE
           END-IF.
           PERFORM Log-Conversion-Failure.

      * The master is part reloaded: its work file is kept and
      * the MASTBKP generation taken before the run restores it.
       Report-Reload-Failed.
           SET FILE-RELOAD-FAILED TO TRUE.
           MOVE SPACES TO EX-MESSAGE.
           STRING WS-FILE-NAME(WS-FILE-SUBSCRIPT)
                   " RELOAD INCOMPLETE - RESTORE FROM MASTBKP"
               DELIMITED BY SIZE INTO EX-MESSAGE.
           PERFORM Log-Conversion-Failure.

       Write-File-Proof.
           MOVE WS-RECORDS-READ TO WS-COUNT-1.
           MOVE WS-RECORDS-WRITTEN TO WS-COUNT-2.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-FILE-NAME(WS-FILE-SUBSCRIPT)
                   "  RECORDS READ:" WS-COUNT-1
                   "  WRITTEN:" WS-COUNT-2
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Register-Line.
           MOVE WS-VALUES-CLEAR TO WS-COUNT-1.
           MOVE WS-VALUES-CONVERTED TO WS-COUNT-2.
           MOVE WS-VALUES-ALREADY TO WS-COUNT-3.
           MOVE WS-VALUES-LEFT TO WS-COUNT-4.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  CLEAR:" WS-COUNT-1
                   " TOKENIZED:" WS-COUNT-2
                   " ALREADY:" WS-COUNT-3
                   " CLEAR LEFT:" WS-COUNT-4
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Register-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN FILE-IS-PROVEN
                   ADD 1 TO WS-FILES-PROVEN
                   MOVE "  PROVEN" TO WS-DETAIL-LINE
               WHEN FILE-NOT-ON-DISK
                   MOVE "  NOT ON FILE - NOTHING TO CONVERT"
                       TO WS-DETAIL-LINE
               WHEN FILE-LEFT-UNTOUCHED
                   ADD 1 TO WS-FILES-FAILED
                   MOVE "  NOT CONVERTED - FILE LEFT UNTOUCHED"
                       TO WS-DETAIL-LINE
               WHEN FILE-RELOAD-FAILED
                   ADD 1 TO WS-FILES-FAILED
                   MOVE WS-RELOAD-FAILURES TO WS-COUNT-1
                   STRING "  RELOAD FAILED:" WS-COUNT-1
                           " - RESTORE FROM MASTBKP"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-FILES-FAILED
                   MOVE "  NOT PROVEN - COUNTS DO NOT AGREE"
                       TO WS-DETAIL-LINE
                   MOVE SPACES TO EX-MESSAGE
                   STRING WS-FILE-NAME(WS-FILE-SUBSCRIPT)
                           " TOKEN CONVERSION NOT PROVEN"
                       DELIMITED BY SIZE INTO EX-MESSAGE
                   PERFORM Log-Conversion-Failure
           END-EVALUATE.
           PERFORM Write-Register-Line.
           DISPLAY WS-FILE-NAME(WS-FILE-SUBSCRIPT) WS-DETAIL-LINE.

       Write-Run-Totals.
           MOVE WS-TOTAL-CONVERTED TO WS-COUNT-1.
           MOVE WS-TOTAL-ALREADY TO WS-COUNT-2.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "VALUES TOKENIZED:" WS-COUNT-1
                   "  ALREADY TOKENS:" WS-COUNT-2
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Register-Line.
           DISPLAY WS-DETAIL-LINE.
           MOVE WS-FILES-PROVEN TO WS-COUNT-1.
           MOVE WS-FILES-FAILED TO WS-COUNT-2.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FILES PROVEN:" WS-COUNT-1
                   "  NOT PROVEN:" WS-COUNT-2
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Register-Line.
           DISPLAY WS-DETAIL-LINE.

       Write-Register-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE CONVERSION-REGISTER-LINE FROM RP-HEADING-1
               WRITE CONVERSION-REGISTER-LINE FROM RP-HEADING-2
           END-IF.
           WRITE CONVERSION-REGISTER-LINE FROM WS-DETAIL-LINE.

      * Callers set EX-MESSAGE first.
       Log-Conversion-Failure.
           MOVE 8 TO WS-RUN-RC.
           MOVE "K002" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "TOKCONV" TO EX-PROGRAM-ID.
           CALL "LOGERR" USING WS-EXCEPTION-REC.
