       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTSPLT.
      * Year-end split of the POSTHIST posting history into a
      * closed prior-year partition and the current-year file,
      * so the append log every posting program writes to stops
      * growing forever. Run once December is closed on FISCPER:
      * every posting dated through the close year leaves POSTHIST
      * for the partition Cobol/data/POSTHyyyy.DAT - the first
      * split's partition takes every earlier year with it - and
      * POSTHIST keeps only what is dated after. The POSTKEY key
      * file already holds every posting of every year, so the
      * readers that go through the CALLed POSTRDW service see
      * the same history after the split as before it - every
      * program that looks a posting up by account or over a
      * date window of any age (statements, dormancy, escheat,
      * interest and tax filing, disputes, reversals) reads that
      * way. The programs still reading POSTHIST itself see only
      * what has not been split, by design: CAPTRACK measures
      * the file's own growth, GLJRNL journals a fiscal period
      * that must still be open, and CASHSURV's daily look-back
      * reaches a closed year only for the few days before the
      * split, postings its daily runs have already watched. The
      * posting programs only append to it.
      * SPLTCTL card (optional): Pos 1-4 the year to close, 9(4);
      * none or zero takes the year before the run date.
      * An administrator function. The split is refused RC=8,
      * nothing touched and logged A023, unless:
      *   - period yyyy12 is on FISCPER and closed
      *   - the year is after the last one split
      *   - POSTKEY's header carries every POSTHIST record once
      *     POSTINDX has been CALLed to bring it current
      *   - every POSTRDW reader's latest POSTPRUF proof line is
      *     clean, so nothing still needs the full-scan path
      *   - the partition is not already on disk
      * The split is proven on control totals - record count,
      * debit and credit amounts: what was read must equal what
      * went to the partition plus what was kept, and the
      * partition and the .SPL work file, read back, must equal
      * what was written to them. Only then is the work file
      * copied over POSTHIST; a split that does not prove deletes
      * both files and leaves POSTHIST as it was. POSTHIST is read
      * back again after the copy; if that does not prove, the
      * partition and the work file are kept to restore from and
      * the run ends RC=12. The SPLTRPT register gives every
      * total, is kept in the RPTREPO report repository, and the
      * split lands on the ACTLOG trail (YEARSPLT keyed by year).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-CONTROL ASSIGN TO "SPLTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-CONTROL-STATUS.

           SELECT FISCAL-PERIOD-MASTER ASSIGN TO
               "Cobol/data/FISCPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-PERIOD-STATUS.

           SELECT POSTING-KEY-FILE ASSIGN TO "Cobol/data/POSTKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-POSTING-KEY-STATUS.

           SELECT PROOF-REGISTER ASSIGN TO "Cobol/data/POSTPRUF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-REGISTER-STATUS.

           SELECT POSTING-HISTORY ASSIGN TO "Cobol/data/POSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-HISTORY-STATUS.

      * The partition and the work file are named at run time,
      * the partition by the year being closed.
           SELECT PARTITION-FILE ASSIGN TO DYNAMIC
                   WS-PARTITION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-FILE-STATUS.

           SELECT SPLIT-WORK ASSIGN TO DYNAMIC WS-SPLIT-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-WORK-STATUS.

           SELECT SPLIT-REGISTER ASSIGN TO "Cobol/data/SPLTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-CONTROL.
       01 SPLIT-CONTROL-REC.
           05 SC-CLOSE-YEAR           PIC X(4).

       FD  FISCAL-PERIOD-MASTER.
       01 FISCAL-PERIOD-REC.
           COPY FISC-PERIOD-REC.

       FD  POSTING-KEY-FILE.
       01 POSTING-KEY-REC.
           COPY POST-KEY-REC.

       FD  PROOF-REGISTER.
       01 PROOF-REGISTER-REC.
           COPY POST-PROOF-REC.

       FD  POSTING-HISTORY.
       01 POSTING-HISTORY-REC         PIC X(76).

       FD  PARTITION-FILE.
       01 PARTITION-FILE-REC          PIC X(76).

       FD  SPLIT-WORK.
       01 SPLIT-WORK-REC              PIC X(76).

       FD  SPLIT-REGISTER.
       01 SPLIT-REGISTER-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SPLIT-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-FISCAL-PERIOD-STATUS     PIC XX VALUE "00".
       01 WS-POSTING-KEY-STATUS       PIC XX VALUE "00".
       01 WS-PROOF-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-PARTITION-FILE-STATUS    PIC XX VALUE "00".
       01 WS-SPLIT-WORK-STATUS        PIC XX VALUE "00".
       01 WS-SPLIT-REGISTER-STATUS    PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-YEAR REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY             PIC 9(4).
           05 FILLER                  PIC 9(4).
       01 WS-CLOSE-YEAR               PIC 9(4) VALUE 0.
       01 WS-CLOSE-PERIOD-ID          PIC 9(6) VALUE 0.
       01 WS-YEAR-END-DATE            PIC 9(8) VALUE 0.
       01 WS-REFUSAL-REASON           PIC X(50) VALUE SPACES.

       01 WS-PARTITION-FILE-NAME      PIC X(40) VALUE SPACES.
       01 WS-SPLIT-WORK-NAME          PIC X(40)
               VALUE "Cobol/data/POSTHIST.SPL".
       01 WS-DELETE-RESULT            PIC S9(9) COMP-5 VALUE 0.

      * The POSTKEY header as read.
       01 WS-INDEXED-COUNT            PIC 9(9) VALUE 0.
       01 WS-FIRST-CLOSED-YEAR        PIC 9(4) VALUE 0.
       01 WS-LAST-CLOSED-YEAR         PIC 9(4) VALUE 0.
       01 WS-HISTORY-COUNT            PIC 9(9) VALUE 0.

      * The readers that go through POSTRDW; each must have
      * proven the keyed path before a year can leave POSTHIST.
       01 WS-READER-NAMES.
           05 FILLER                  PIC X(8) VALUE "ACCTSTMT".
           05 FILLER                  PIC X(8) VALUE "DORMANT".
           05 FILLER                  PIC X(8) VALUE "TRIALBAL".
           05 FILLER                  PIC X(8) VALUE "INTSTMT".
           05 FILLER                  PIC X(8) VALUE "ACCTSNAP".
           05 FILLER                  PIC X(8) VALUE "ASOFW".
           05 FILLER                  PIC X(8) VALUE "ACCTASOF".
           05 FILLER                  PIC X(8) VALUE "TAXFILE".
           05 FILLER                  PIC X(8) VALUE "ESCHEAT".
           05 FILLER                  PIC X(8) VALUE "DISPMNT".
           05 FILLER                  PIC X(8) VALUE "ACCTPOST".
       01 WS-READER-TABLE REDEFINES WS-READER-NAMES.
           05 WS-READER-NAME          PIC X(8) OCCURS 11 TIMES.
      * Latest POSTPRUF result per reader: space = never proven.
       01 WS-READER-RESULT-TABLE.
           05 WS-READER-RESULT        PIC X OCCURS 11 TIMES.
       01 WS-READER-SUBSCRIPT         PIC 99 VALUE 0.

      * Control totals, one row per point the split is proven at.
      *   1 read off POSTHIST        2 written to the partition
      *   3 written to the work file 4 partition read back
      *   5 work file read back      6 POSTHIST after the copy
       01 WS-TOTAL-LABELS.
           05 FILLER                  PIC X(24)
               VALUE "POSTHIST READ           ".
           05 FILLER                  PIC X(24)
               VALUE "PARTITION WRITTEN       ".
           05 FILLER                  PIC X(24)
               VALUE "CURRENT YEAR KEPT       ".
           05 FILLER                  PIC X(24)
               VALUE "PARTITION READ BACK     ".
           05 FILLER                  PIC X(24)
               VALUE "WORK FILE READ BACK     ".
           05 FILLER                  PIC X(24)
               VALUE "POSTHIST AFTER COPY     ".
       01 WS-TOTAL-LABEL-TABLE REDEFINES WS-TOTAL-LABELS.
           05 WS-TOTAL-LABEL          PIC X(24) OCCURS 6 TIMES.
       01 WS-CONTROL-TOTAL-TABLE.
           05 WS-CONTROL-TOTAL OCCURS 6 TIMES.
               10 WS-TOTAL-COUNT      PIC 9(9).
               10 WS-TOTAL-DEBITS     PIC 9(11)V99.
               10 WS-TOTAL-CREDITS    PIC 9(11)V99.
       01 WS-TOTAL-SUBSCRIPT          PIC 9 VALUE 0.
       01 WS-CHECK-COUNT              PIC 9(9) VALUE 0.
       01 WS-CHECK-DEBITS             PIC 9(11)V99 VALUE 0.
       01 WS-CHECK-CREDITS            PIC 9(11)V99 VALUE 0.

       01 WS-SPLIT-SWITCH             PIC X VALUE 'Y'.
           88 SPLIT-PROVEN                 VALUE 'Y'.
           88 SPLIT-NOT-PROVEN             VALUE 'N'.

       01 WS-POSTING-VIEW.
           COPY ACCT-POST-REC.

       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL             PIC X(24).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-TL-COUNT             PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-TL-DEBITS            PIC Z(10)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-TL-CREDITS           PIC Z(10)9.99.
           05 FILLER                  PIC X(9) VALUE SPACES.
       01 WS-RUN-RC                   PIC 9(4) VALUE 0.

       01 WS-LOCK-REQUEST.
           05 LR-REQUEST-CODE         PIC X VALUE SPACE.
           05 LR-PROGRAM              PIC X(8) VALUE SPACES.
           05 LR-RESULT-SWITCH        PIC X VALUE 'Y'.
           05 LR-HOLDER               PIC X(8) VALUE SPACES.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE            PIC X VALUE SPACE.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-ACTIVITY-REC.
           COPY ACT-LOG-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "POSTSPLT" TO VS-PROGRAM-NAME.
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

      * Closing a year out of the history is an administrator
      * function.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Split-Control.
           COMPUTE WS-CLOSE-PERIOD-ID = WS-CLOSE-YEAR * 100 + 12.
           COMPUTE WS-YEAR-END-DATE = WS-CLOSE-YEAR * 10000 + 1231.
           MOVE SPACES TO WS-PARTITION-FILE-NAME.
           STRING "Cobol/data/POSTH" WS-CLOSE-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-PARTITION-FILE-NAME.

           MOVE SPACES TO WS-REFUSAL-REASON.
           PERFORM Check-Year-Closed.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM Check-Key-File
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM Check-Readers-Proven
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM Check-Partition-Absent
           END-IF.
           IF WS-REFUSAL-REASON NOT = SPACES
               DISPLAY "YEAR-END SPLIT REFUSED - " WS-REFUSAL-REASON
               MOVE SPACES TO EX-MESSAGE
               STRING "YEAR-END SPLIT REFUSED - " WS-REFUSAL-REASON
                   DELIMITED BY SIZE INTO EX-MESSAGE
               PERFORM Log-Split-Failure
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'S' TO LR-REQUEST-CODE.
           MOVE "POSTSPLT" TO LR-PROGRAM.
           CALL "LOCKW" USING WS-LOCK-REQUEST.
           IF LR-RESULT-SWITCH NOT = 'Y'
               DISPLAY "POSTSPLT REFUSED - RUN IN PROGRESS - LOCK"
                       " HELD BY:" LR-HOLDER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SPLIT-REGISTER.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "POSTHIST YEAR-END SPLIT REGISTER" TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "SPLTRPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CLOSE YEAR " WS-CLOSE-YEAR " - POSTINGS DATED TO "
                   WS-YEAR-END-DATE " LEAVE POSTHIST"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Register-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PARTITION " WS-PARTITION-FILE-NAME
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Register-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Register-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CONTROL POINT                 COUNT"
                   "            DEBITS           CREDITS"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Register-Line.

           INITIALIZE WS-CONTROL-TOTAL-TABLE.
           SET SPLIT-PROVEN TO TRUE.
           PERFORM Split-Posting-History.
           IF SPLIT-PROVEN
               PERFORM Prove-Split-Files
           END-IF.
           IF SPLIT-PROVEN
               PERFORM Replace-Posting-History
           ELSE
               PERFORM Abandon-Split
           END-IF.

           PERFORM VARYING WS-TOTAL-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TOTAL-SUBSCRIPT > 6
               PERFORM Write-Control-Total
           END-PERFORM.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Register-Line.
           EVALUATE TRUE
               WHEN WS-RUN-RC = 0
                   STRING "YEAR " WS-CLOSE-YEAR " SPLIT AND PROVEN "
                           WS-RUN-DATE " BY OPERATOR " WS-OPERATOR-ID
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN WS-RUN-RC = 8
                   STRING "SPLIT DID NOT PROVE - PARTITION DELETED,"
                           " POSTHIST UNTOUCHED"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN WS-RUN-RC = 4
                   STRING "YEAR " WS-CLOSE-YEAR " SPLIT AND PROVEN - "
                           "POSTKEY HEADER NOT UPDATED"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN OTHER
                   STRING "POSTHIST DID NOT PROVE AFTER COPY - "
                           "RESTORE FROM POSTHIST.SPL"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-EVALUATE.
           PERFORM Write-Register-Line.
           DISPLAY WS-DETAIL-LINE.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE SPLIT-REGISTER-LINE FROM RP-PRINT-LINE.
           CLOSE SPLIT-REGISTER.

           MOVE 'C' TO LR-REQUEST-CODE.
           MOVE "POSTSPLT" TO LR-PROGRAM.
           CALL "LOCKW" USING WS-LOCK-REQUEST.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

       Read-Split-Control.
           COMPUTE WS-CLOSE-YEAR = WS-RUN-YYYY - 1.
           OPEN INPUT SPLIT-CONTROL.
           IF WS-SPLIT-CONTROL-STATUS = "00"
               READ SPLIT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-CLOSE-YEAR IS NUMERIC
                           AND SC-CLOSE-YEAR NOT = "0000"
                           MOVE SC-CLOSE-YEAR TO WS-CLOSE-YEAR
                       END-IF
               END-READ
               CLOSE SPLIT-CONTROL
           END-IF.

      * December closed on FISCPER means nothing more can post
      * into the year.
       Check-Year-Closed.
           MOVE SPACES TO WS-REFUSAL-REASON.
           STRING "PERIOD " WS-CLOSE-PERIOD-ID " NOT ON FISCPER"
               DELIMITED BY SIZE INTO WS-REFUSAL-REASON.
           OPEN INPUT FISCAL-PERIOD-MASTER.
           IF WS-FISCAL-PERIOD-STATUS NOT = "00"
               MOVE "FISCPER NOT AVAILABLE" TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FISCAL-PERIOD-STATUS NOT = "00"
               READ FISCAL-PERIOD-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-PERIOD-ID = WS-CLOSE-PERIOD-ID
                           IF FP-PERIOD-IS-CLOSED
                               MOVE SPACES TO WS-REFUSAL-REASON
                           ELSE
                               MOVE SPACES TO WS-REFUSAL-REASON
                               STRING "PERIOD " WS-CLOSE-PERIOD-ID
                                       " NOT CLOSED"
                                   DELIMITED BY SIZE
                                   INTO WS-REFUSAL-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FISCAL-PERIOD-MASTER.
           MOVE "00" TO WS-FISCAL-PERIOD-STATUS.

      * The key file must already carry every POSTHIST record -
      * the postings leaving POSTHIST stay readable only through
      * it. POSTINDX is CALLed first to bring it current.
       Check-Key-File.
           CALL "POSTINDX".
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT POSTING-KEY-FILE.
           IF WS-POSTING-KEY-STATUS NOT = "00"
               MOVE "POSTKEY NOT BUILT - RUN POSTINDX"
                   TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PK-ACCT-SSN.
           MOVE 0 TO PK-POST-DATE.
           MOVE 0 TO PK-SEQUENCE.
           READ POSTING-KEY-FILE
               KEY IS PK-KEY
               INVALID KEY
                   MOVE "POSTKEY HAS NO HEADER - RUN POSTINDX"
                       TO WS-REFUSAL-REASON
               NOT INVALID KEY
                   MOVE PK-HDR-INDEXED-COUNT TO WS-INDEXED-COUNT
                   MOVE PK-HDR-FIRST-CLOSED-YEAR
                       TO WS-FIRST-CLOSED-YEAR
                   MOVE PK-HDR-LAST-CLOSED-YEAR
                       TO WS-LAST-CLOSED-YEAR
           END-READ.
           CLOSE POSTING-KEY-FILE.
           IF WS-REFUSAL-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLOSE-YEAR NOT > WS-LAST-CLOSED-YEAR
               STRING "YEAR " WS-CLOSE-YEAR " NOT AFTER LAST SPLIT "
                       WS-LAST-CLOSED-YEAR
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-HISTORY-COUNT.
           OPEN INPUT POSTING-HISTORY.
           IF WS-POSTING-HISTORY-STATUS NOT = "00"
               MOVE "POSTHIST NOT AVAILABLE" TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-POSTING-HISTORY-STATUS NOT = "00"
               READ POSTING-HISTORY
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
               END-READ
           END-PERFORM.
           CLOSE POSTING-HISTORY.
           MOVE "00" TO WS-POSTING-HISTORY-STATUS.
           IF WS-HISTORY-COUNT NOT = WS-INDEXED-COUNT
               MOVE "POSTKEY NOT CURRENT WITH POSTHIST - RUN POSTINDX"
                   TO WS-REFUSAL-REASON
           END-IF.

      * The latest line per reader is the one that counts - a
      * clean proof followed by a broken one is not proven.
       Check-Readers-Proven.
           INITIALIZE WS-READER-RESULT-TABLE.
           OPEN INPUT PROOF-REGISTER.
           IF WS-PROOF-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-PROOF-REGISTER-STATUS NOT = "00"
                   READ PROOF-REGISTER
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Note-Proof-Line
                   END-READ
               END-PERFORM
               CLOSE PROOF-REGISTER
           END-IF.
           MOVE "00" TO WS-PROOF-REGISTER-STATUS.
           PERFORM VARYING WS-READER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-READER-SUBSCRIPT > 11
                      OR WS-REFUSAL-REASON NOT = SPACES
               IF WS-READER-RESULT(WS-READER-SUBSCRIPT) NOT = 'C'
                   STRING WS-READER-NAME(WS-READER-SUBSCRIPT)
                           " NOT PROVEN ON THE KEYED PATH"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               END-IF
           END-PERFORM.

       Note-Proof-Line.
           PERFORM VARYING WS-READER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-READER-SUBSCRIPT > 11
               IF PF-PROGRAM-ID = WS-READER-NAME(WS-READER-SUBSCRIPT)
                   MOVE PF-RESULT
                       TO WS-READER-RESULT(WS-READER-SUBSCRIPT)
               END-IF
           END-PERFORM.

       Check-Partition-Absent.
           OPEN INPUT PARTITION-FILE.
           IF WS-PARTITION-FILE-STATUS = "00"
               CLOSE PARTITION-FILE
               STRING "PARTITION POSTH" WS-CLOSE-YEAR
                       " ALREADY ON DISK"
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
           END-IF.
           MOVE "00" TO WS-PARTITION-FILE-STATUS.

      * One pass: each record goes to the partition or the work
      * file exactly as read.
       Split-Posting-History.
           OPEN INPUT POSTING-HISTORY.
           OPEN OUTPUT PARTITION-FILE.
           OPEN OUTPUT SPLIT-WORK.
           IF WS-POSTING-HISTORY-STATUS NOT = "00"
              OR WS-PARTITION-FILE-STATUS NOT = "00"
              OR WS-SPLIT-WORK-STATUS NOT = "00"
               SET SPLIT-NOT-PROVEN TO TRUE
           END-IF.
           PERFORM UNTIL WS-POSTING-HISTORY-STATUS NOT = "00"
                      OR SPLIT-NOT-PROVEN
               READ POSTING-HISTORY
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE POSTING-HISTORY-REC TO WS-POSTING-VIEW
                       MOVE 1 TO WS-TOTAL-SUBSCRIPT
                       PERFORM Add-To-Control-Total
                       PERFORM Place-One-Posting
               END-READ
           END-PERFORM.
           CLOSE POSTING-HISTORY.
           CLOSE PARTITION-FILE.
           CLOSE SPLIT-WORK.
           MOVE "00" TO WS-POSTING-HISTORY-STATUS.

       Place-One-Posting.
           IF PH-POST-DATE NOT > WS-YEAR-END-DATE
               WRITE PARTITION-FILE-REC FROM POSTING-HISTORY-REC
               IF WS-PARTITION-FILE-STATUS NOT = "00"
                   SET SPLIT-NOT-PROVEN TO TRUE
               END-IF
               MOVE 2 TO WS-TOTAL-SUBSCRIPT
           ELSE
               WRITE SPLIT-WORK-REC FROM POSTING-HISTORY-REC
               IF WS-SPLIT-WORK-STATUS NOT = "00"
                   SET SPLIT-NOT-PROVEN TO TRUE
               END-IF
               MOVE 3 TO WS-TOTAL-SUBSCRIPT
           END-IF.
           PERFORM Add-To-Control-Total.

      * Callers set WS-TOTAL-SUBSCRIPT and WS-POSTING-VIEW.
       Add-To-Control-Total.
           ADD 1 TO WS-TOTAL-COUNT(WS-TOTAL-SUBSCRIPT).
           IF PH-AMOUNT IS NUMERIC
               IF PH-TRAN-IS-DEBIT
                   ADD PH-AMOUNT
                       TO WS-TOTAL-DEBITS(WS-TOTAL-SUBSCRIPT)
               END-IF
               IF PH-TRAN-IS-CREDIT
                   ADD PH-AMOUNT
                       TO WS-TOTAL-CREDITS(WS-TOTAL-SUBSCRIPT)
               END-IF
           END-IF.

      * Read-in must equal partition plus kept, and each file
      * read back must equal what was written to it.
       Prove-Split-Files.
           COMPUTE WS-CHECK-COUNT = WS-TOTAL-COUNT(2)
               + WS-TOTAL-COUNT(3).
           COMPUTE WS-CHECK-DEBITS = WS-TOTAL-DEBITS(2)
               + WS-TOTAL-DEBITS(3).
           COMPUTE WS-CHECK-CREDITS = WS-TOTAL-CREDITS(2)
               + WS-TOTAL-CREDITS(3).
           IF WS-CHECK-COUNT NOT = WS-TOTAL-COUNT(1)
              OR WS-CHECK-DEBITS NOT = WS-TOTAL-DEBITS(1)
              OR WS-CHECK-CREDITS NOT = WS-TOTAL-CREDITS(1)
               SET SPLIT-NOT-PROVEN TO TRUE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PARTITION-FILE.
           PERFORM UNTIL WS-PARTITION-FILE-STATUS NOT = "00"
               READ PARTITION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARTITION-FILE-REC TO WS-POSTING-VIEW
                       MOVE 4 TO WS-TOTAL-SUBSCRIPT
                       PERFORM Add-To-Control-Total
               END-READ
           END-PERFORM.
           CLOSE PARTITION-FILE.
           MOVE "00" TO WS-PARTITION-FILE-STATUS.

           OPEN INPUT SPLIT-WORK.
           PERFORM UNTIL WS-SPLIT-WORK-STATUS NOT = "00"
               READ SPLIT-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPLIT-WORK-REC TO WS-POSTING-VIEW
                       MOVE 5 TO WS-TOTAL-SUBSCRIPT
                       PERFORM Add-To-Control-Total
               END-READ
           END-PERFORM.
           CLOSE SPLIT-WORK.
           MOVE "00" TO WS-SPLIT-WORK-STATUS.

           IF WS-CONTROL-TOTAL(4) NOT = WS-CONTROL-TOTAL(2)
              OR WS-CONTROL-TOTAL(5) NOT = WS-CONTROL-TOTAL(3)
               SET SPLIT-NOT-PROVEN TO TRUE
           END-IF.

       Abandon-Split.
           CALL "CBL_DELETE_FILE" USING WS-PARTITION-FILE-NAME
               RETURNING WS-DELETE-RESULT
           END-CALL.
           CALL "CBL_DELETE_FILE" USING WS-SPLIT-WORK-NAME
               RETURNING WS-DELETE-RESULT
           END-CALL.
           MOVE SPACES TO EX-MESSAGE.
           STRING "YEAR " WS-CLOSE-YEAR " SPLIT DID NOT PROVE - "
                   "POSTHIST UNTOUCHED"
               DELIMITED BY SIZE INTO EX-MESSAGE.
           PERFORM Log-Split-Failure.
           MOVE 8 TO WS-RUN-RC.

      * The proven work file becomes POSTHIST, which is read back
      * once more before the work file goes and the key header
      * records the year.
       Replace-Posting-History.
           OPEN INPUT SPLIT-WORK.
           OPEN OUTPUT POSTING-HISTORY.
           PERFORM UNTIL WS-SPLIT-WORK-STATUS NOT = "00"
               READ SPLIT-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE POSTING-HISTORY-REC FROM SPLIT-WORK-REC
               END-READ
           END-PERFORM.
           CLOSE SPLIT-WORK.
           CLOSE POSTING-HISTORY.
           MOVE "00" TO WS-SPLIT-WORK-STATUS.

           OPEN INPUT POSTING-HISTORY.
           PERFORM UNTIL WS-POSTING-HISTORY-STATUS NOT = "00"
               READ POSTING-HISTORY
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE POSTING-HISTORY-REC TO WS-POSTING-VIEW
                       MOVE 6 TO WS-TOTAL-SUBSCRIPT
                       PERFORM Add-To-Control-Total
               END-READ
           END-PERFORM.
           CLOSE POSTING-HISTORY.
           MOVE "00" TO WS-POSTING-HISTORY-STATUS.

           IF WS-CONTROL-TOTAL(6) NOT = WS-CONTROL-TOTAL(3)
               MOVE SPACES TO EX-MESSAGE
               STRING "POSTHIST DID NOT PROVE AFTER YEAR " WS-CLOSE-YEAR
                       " SPLIT - RESTORE"
                   DELIMITED BY SIZE INTO EX-MESSAGE
               PERFORM Log-Split-Failure
               MOVE 12 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF.

           CALL "CBL_DELETE_FILE" USING WS-SPLIT-WORK-NAME
               RETURNING WS-DELETE-RESULT
           END-CALL.
           PERFORM Record-Split-On-Key-File.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE "POSTSPLT" TO AL-PROGRAM-ID.
           MOVE "YEARSPLT" TO AL-ACTION-CODE.
           MOVE SPACES TO AL-KEY-VALUE.
           MOVE WS-CLOSE-YEAR TO AL-KEY-VALUE.
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

      * POSTHIST now holds only the kept records, so that is the
      * count POSTINDX reads past from here on; the postings
      * themselves stay on the key file.
       Record-Split-On-Key-File.
           OPEN I-O POSTING-KEY-FILE.
           MOVE 0 TO PK-ACCT-SSN.
           MOVE 0 TO PK-POST-DATE.
           MOVE 0 TO PK-SEQUENCE.
           READ POSTING-KEY-FILE
               KEY IS PK-KEY
               INVALID KEY
                   DISPLAY "POSTKEY HEADER NOT FOUND - RUN POSTINDX"
                           " WITH AN IDXCTL R CARD"
                   MOVE 4 TO WS-RUN-RC
               NOT INVALID KEY
                   MOVE WS-TOTAL-COUNT(3) TO PK-HDR-INDEXED-COUNT
                   IF PK-HDR-FIRST-CLOSED-YEAR = 0
                       MOVE WS-CLOSE-YEAR TO PK-HDR-FIRST-CLOSED-YEAR
                   END-IF
                   MOVE WS-CLOSE-YEAR TO PK-HDR-LAST-CLOSED-YEAR
                   REWRITE POSTING-KEY-REC
           END-READ.
           CLOSE POSTING-KEY-FILE.

       Write-Control-Total.
           MOVE WS-TOTAL-LABEL(WS-TOTAL-SUBSCRIPT) TO WS-TL-LABEL.
           MOVE WS-TOTAL-COUNT(WS-TOTAL-SUBSCRIPT) TO WS-TL-COUNT.
           MOVE WS-TOTAL-DEBITS(WS-TOTAL-SUBSCRIPT) TO WS-TL-DEBITS.
           MOVE WS-TOTAL-CREDITS(WS-TOTAL-SUBSCRIPT)
               TO WS-TL-CREDITS.
           MOVE WS-TOTAL-LINE TO WS-DETAIL-LINE.
           PERFORM Write-Register-Line.

       Write-Register-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE SPLIT-REGISTER-LINE FROM RP-HEADING-1
               WRITE SPLIT-REGISTER-LINE FROM RP-HEADING-2
           END-IF.
           WRITE SPLIT-REGISTER-LINE FROM WS-DETAIL-LINE.

      * Callers set EX-MESSAGE first.
       Log-Split-Failure.
           MOVE "A023" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "POSTSPLT" TO EX-PROGRAM-ID.
           CALL "LOGERR" USING WS-EXCEPTION-REC.
