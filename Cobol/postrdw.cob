       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTRDW.
      * Posting-history read service, CALLed with the parameter
      * area in copybooks/POST-READ-PARM.cpy by every program that
      * reads POSTHIST postings by account or over a date window -
      * ACCTSTMT, DORMANT, TRIALBAL, INTSTMT, ACCTSNAP, ACCTASOF,
      * TAXFILE, ESCHEAT, DISPMNT, ACCTPOST's reversal lookup and
      * the ASOFW as-of balance service. The readers used to
      * read POSTHIST from the first record every run; the file
      * only grows, so every run got slower every month.
      * The keyed path: POSTKEY (copybooks/POST-KEY-REC.cpy),
      * brought current by a CALL to POSTINDX as the service
      * opens for a run, holds every posting of every
      * year keyed by account and posting date. A one-account
      * request STARTs at the account and the first date wanted
      * and reads only that account's postings; a walk over every
      * account STARTs each account at the first date wanted and
      * skips to the next account past the last, so a period's
      * postings are read without the years before it.
      * The full-scan path: POSTHIST read end to end, SORTed once
      * a run into account and date order (duplicates kept in
      * file order) so it hands back the same postings in the
      * same order the keyed path does.
      * The proof path, EMPREADW-style transition: both paths
      * read side by side and every posting compared byte for
      * byte, the scan's posting handed back, so a reader run on
      * it produces exactly the output it always has while the
      * keyed path is proven against it. Each proof run lands on
      * the POSTPRUF proof register (copybooks/POST-PROOF-REC.cpy)
      * and a broken one logs A021.
      * Which path serves a run:
      *   - no usable POSTKEY, or POSTINDX could not bring it
      *     current: the full scan, said on the console;
      *   - POSTHIST already split at a year-end (POSTSPLT): the
      *     keyed path only, since the scan no longer holds the
      *     closed years;
      *   - otherwise the POSTPATH card: 'S' the full scan, 'P'
      *     a proof run; without a card, the keyed path for a
      *     reader whose latest proof run was clean, and a proof
      *     run for one not yet proven. A reader is cut over only
      *     once its own output has been proven.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-KEY-FILE ASSIGN TO "Cobol/data/POSTKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-POSTING-KEY-STATUS.

           SELECT POSTING-HISTORY ASSIGN TO "Cobol/data/POSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-HISTORY-STATUS.

      * The run's sorted copy of POSTHIST for the scan side.
           SELECT SORTED-HISTORY ASSIGN TO "Cobol/data/POSTSORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-HISTORY-STATUS.

      * Path card, the PERFCTL/EVALCTL convention: optional.
           SELECT PATH-CONTROL ASSIGN TO "POSTPATH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATH-CONTROL-STATUS.

           SELECT PROOF-REGISTER ASSIGN TO "Cobol/data/POSTPRUF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-REGISTER-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-KEY-FILE.
       01 POSTING-KEY-REC.
           COPY POST-KEY-REC.

       FD  POSTING-HISTORY.
       01 POSTING-HISTORY-REC         PIC X(76).

       FD  SORTED-HISTORY.
       01 SORTED-HISTORY-REC.
           05 SH-ACCT-SSN             PIC 9(9).
           05 SH-POST-DATE            PIC 9(8).
           05 FILLER                  PIC X(59).

       FD  PATH-CONTROL.
      * One card: Pos 1 S=full scan, P=prove the keyed path.
       01 PATH-CONTROL-REC.
           05 PC-PATH-CODE            PIC X.

       FD  PROOF-REGISTER.
       01 PROOF-REGISTER-REC.
           COPY POST-PROOF-REC.

       SD  SORT-WORK.
       01 SORT-WORK-REC.
           05 SW-ACCT-SSN             PIC 9(9).
           05 SW-POST-DATE            PIC 9(8).
           05 FILLER                  PIC X(59).

       WORKING-STORAGE SECTION.
       01 WS-POSTING-KEY-STATUS       PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-SORTED-HISTORY-STATUS    PIC XX VALUE "00".
       01 WS-PATH-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-PROOF-REGISTER-STATUS    PIC XX VALUE "00".

      * Held between CALLs: the service opens on the first
      * request of a run and closes on the 'C'.
       01 WS-SERVICE-SWITCH           PIC X VALUE 'N'.
           88 SERVICE-IS-OPEN              VALUE 'Y'.
           88 SERVICE-NOT-OPEN             VALUE 'N'.
       01 WS-PATH-MODE                PIC X VALUE 'K'.
           88 PATH-IS-KEYED                VALUE 'K'.
           88 PATH-IS-SCAN                 VALUE 'S'.
           88 PATH-IS-PROOF                VALUE 'P'.
       01 WS-CARD-PATH                PIC X VALUE SPACE.
       01 WS-KEY-FILE-SWITCH          PIC X VALUE 'N'.
           88 KEY-FILE-OPEN                VALUE 'Y'.
           88 KEY-FILE-CLOSED              VALUE 'N'.
       01 WS-INDEX-RC                 PIC 9(4) VALUE 0.
       01 WS-SORTED-FILE-SWITCH       PIC X VALUE 'N'.
           88 SORTED-FILE-OPEN             VALUE 'Y'.
           88 SORTED-FILE-CLOSED           VALUE 'N'.
       01 WS-SORTED-COPY-SWITCH       PIC X VALUE 'N'.
           88 SORTED-COPY-BUILT            VALUE 'Y'.
           88 SORTED-COPY-NOT-BUILT        VALUE 'N'.
       01 WS-PROVEN-SWITCH            PIC X VALUE 'N'.
           88 CALLER-PROVEN                VALUE 'Y'.
           88 CALLER-NOT-PROVEN            VALUE 'N'.
       01 WS-SORT-EOF-SWITCH          PIC X VALUE 'N'.
           88 SORT-RETURN-DONE             VALUE 'Y'.
       01 WS-LAST-CLOSED-YEAR         PIC 9(4) VALUE 0.
       01 WS-CALLER-ID                PIC X(8) VALUE SPACES.
       01 WS-SORTED-FILE-NAME         PIC X(40)
                                      VALUE "Cobol/data/POSTSORT.DAT".
       01 WS-DELETE-RESULT            PIC S9(9) COMP-5 VALUE 0.

      * The request being served.
       01 WS-REQUEST-TYPE             PIC X VALUE SPACE.
           88 READING-ONE-ACCOUNT          VALUE 'A'.
           88 WALKING-ALL-ACCOUNTS         VALUE 'W'.
       01 WS-REQUEST-ACCT             PIC 9(9) VALUE 0.
       01 WS-FROM-DATE                PIC 9(8) VALUE 0.
       01 WS-TO-DATE                  PIC 9(8) VALUE 0.
       01 WS-START-ACCT               PIC 9(9) VALUE 0.

      * Each side's next posting.
       01 WS-KEYED-SWITCH             PIC X VALUE 'N'.
           88 KEYED-DONE                   VALUE 'D'.
           88 KEYED-SETTLED                VALUE 'Y'.
           88 KEYED-NOT-SETTLED            VALUE 'N'.
       01 WS-KEYED-IMAGE              PIC X(76) VALUE SPACES.
       01 WS-SCAN-SWITCH              PIC X VALUE 'N'.
           88 SCAN-DONE                    VALUE 'D'.
           88 SCAN-SETTLED                 VALUE 'Y'.
           88 SCAN-NOT-SETTLED             VALUE 'N'.
       01 WS-SCAN-IMAGE               PIC X(76) VALUE SPACES.

      * The run's counts, and the proof comparison.
       01 WS-POSTINGS-SERVED          PIC 9(9) VALUE 0.
       01 WS-POSTINGS-COMPARED        PIC 9(9) VALUE 0.
       01 WS-MISMATCH-COUNT           PIC 9(7) VALUE 0.
       01 WS-MISMATCHES-SHOWN         PIC 99 VALUE 0.
       01 WS-MISMATCH-REASON          PIC X(20) VALUE SPACES.
       01 WS-MISMATCH-IMAGE.
           05 WS-MISMATCH-ACCT        PIC 9(9).
           05 WS-MISMATCH-DATE        PIC 9(8).
           05 FILLER                  PIC X(59).
       01 WS-COUNT-DISPLAY            PIC Z(8)9.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-TIME                 PIC 9(8) VALUE 0.

      * Console lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       LINKAGE SECTION.
       01 LS-POST-READ-PARM.
           COPY POST-READ-PARM.

       PROCEDURE DIVISION USING LS-POST-READ-PARM.
           MOVE 0 TO RETURN-CODE.
           IF SERVICE-NOT-OPEN
               AND NOT PR-REQUEST-IS-CLOSE
               PERFORM Open-Service
           END-IF.
           EVALUATE TRUE
               WHEN PR-REQUEST-IS-ACCOUNT
                   PERFORM Start-Request
               WHEN PR-REQUEST-IS-WALK
                   MOVE 0 TO PR-ACCT-SSN
                   PERFORM Start-Request
               WHEN PR-REQUEST-IS-NEXT
                   PERFORM Serve-Next-Posting
               WHEN PR-REQUEST-IS-CLOSE
                   PERFORM Close-Service
               WHEN OTHER
                   DISPLAY "POSTRDW: UNKNOWN REQUEST CODE "
                           PR-REQUEST-CODE
                   SET PR-NO-MORE-POSTINGS TO TRUE
           END-EVALUATE.
           MOVE WS-PATH-MODE TO PR-PATH-SERVED.
           GOBACK.

       Open-Service.
           SET SERVICE-IS-OPEN TO TRUE.
           MOVE PR-CALLER-ID TO WS-CALLER-ID.
           MOVE 0 TO WS-POSTINGS-SERVED.
           MOVE 0 TO WS-POSTINGS-COMPARED.
           MOVE 0 TO WS-MISMATCH-COUNT.
           MOVE 0 TO WS-MISMATCHES-SHOWN.
           SET KEYED-DONE TO TRUE.
           SET SCAN-DONE TO TRUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM Read-Path-Control.
      * POSTKEY is brought up to the last posting first, so the
      * keyed path never answers from a key file behind POSTHIST.
           CALL "POSTINDX".
           MOVE RETURN-CODE TO WS-INDEX-RC.
           MOVE 0 TO RETURN-CODE.
           PERFORM Open-Key-File.
           IF WS-INDEX-RC > 4
               AND KEY-FILE-OPEN
               CLOSE POSTING-KEY-FILE
               SET KEY-FILE-CLOSED TO TRUE
           END-IF.
           PERFORM Check-Caller-Proven.
           EVALUATE TRUE
               WHEN KEY-FILE-CLOSED
                   MOVE 'S' TO WS-PATH-MODE
                   DISPLAY "POSTRDW: POSTKEY NOT AVAILABLE - FULL"
                           " POSTHIST SCAN FOR " WS-CALLER-ID
               WHEN WS-LAST-CLOSED-YEAR > 0
                   MOVE 'K' TO WS-PATH-MODE
                   IF WS-CARD-PATH = 'S' OR WS-CARD-PATH = 'P'
                       DISPLAY "POSTRDW: POSTHIST SPLIT THROUGH "
                               WS-LAST-CLOSED-YEAR
                               " - KEYED PATH ONLY"
                   END-IF
               WHEN WS-CARD-PATH = 'S'
                   MOVE 'S' TO WS-PATH-MODE
               WHEN WS-CARD-PATH = 'P'
                   MOVE 'P' TO WS-PATH-MODE
               WHEN CALLER-PROVEN
                   MOVE 'K' TO WS-PATH-MODE
               WHEN OTHER
                   MOVE 'P' TO WS-PATH-MODE
                   DISPLAY "POSTRDW: KEYED PATH NOT YET PROVEN FOR "
                           WS-CALLER-ID " - PROOF RUN"
           END-EVALUATE.
           IF PATH-IS-SCAN OR PATH-IS-PROOF
               PERFORM Build-Sorted-Copy
           END-IF.
           IF PATH-IS-SCAN AND KEY-FILE-OPEN
               CLOSE POSTING-KEY-FILE
               SET KEY-FILE-CLOSED TO TRUE
           END-IF.

       Read-Path-Control.
           MOVE SPACE TO WS-CARD-PATH.
           OPEN INPUT PATH-CONTROL.
           IF WS-PATH-CONTROL-STATUS = "00"
               READ PATH-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-PATH-CODE TO WS-CARD-PATH
               END-READ
               CLOSE PATH-CONTROL
           END-IF.
           MOVE "00" TO WS-PATH-CONTROL-STATUS.

      * A key file without its header was never built by POSTINDX
      * and is not trusted.
       Open-Key-File.
           SET KEY-FILE-CLOSED TO TRUE.
           MOVE 0 TO WS-LAST-CLOSED-YEAR.
           OPEN INPUT POSTING-KEY-FILE.
           IF WS-POSTING-KEY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PK-ACCT-SSN.
           MOVE 0 TO PK-POST-DATE.
           MOVE 0 TO PK-SEQUENCE.
           READ POSTING-KEY-FILE
               KEY IS PK-KEY
               INVALID KEY
                   CLOSE POSTING-KEY-FILE
               NOT INVALID KEY
                   SET KEY-FILE-OPEN TO TRUE
                   MOVE PK-HDR-LAST-CLOSED-YEAR
                       TO WS-LAST-CLOSED-YEAR
           END-READ.

      * The reader's latest proof run decides: a clean one cuts
      * it over, a broken one puts it back on proof.
       Check-Caller-Proven.
           SET CALLER-NOT-PROVEN TO TRUE.
           OPEN INPUT PROOF-REGISTER.
           IF WS-PROOF-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-PROOF-REGISTER-STATUS NOT = "00"
                   READ PROOF-REGISTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PF-PROGRAM-ID = WS-CALLER-ID
                               IF PF-PROOF-CLEAN
                                   SET CALLER-PROVEN TO TRUE
                               ELSE
                                   SET CALLER-NOT-PROVEN TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROOF-REGISTER
           END-IF.
           MOVE "00" TO WS-PROOF-REGISTER-STATUS.

      * The EMPRSTR SORT convention; WITH DUPLICATES IN ORDER
      * keeps one day's postings to an account in the order they
      * were written, the order POSTKEY's sequence keeps.
       Build-Sorted-Copy.
           SORT SORT-WORK
               ON ASCENDING KEY SW-ACCT-SSN SW-POST-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS Release-Posting-History
               OUTPUT PROCEDURE IS Write-Sorted-Copy.
           SET SORTED-COPY-BUILT TO TRUE.

       Release-Posting-History.
           OPEN INPUT POSTING-HISTORY.
           IF WS-POSTING-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-POSTING-HISTORY-STATUS NOT = "00"
                   READ POSTING-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE POSTING-HISTORY-REC TO SORT-WORK-REC
                           RELEASE SORT-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE POSTING-HISTORY
           ELSE
               DISPLAY "POSTRDW: POSTHIST NOT AVAILABLE:"
                       WS-POSTING-HISTORY-STATUS
           END-IF.
           MOVE "00" TO WS-POSTING-HISTORY-STATUS.

       Write-Sorted-Copy.
           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           OPEN OUTPUT SORTED-HISTORY.
           PERFORM UNTIL SORT-RETURN-DONE
               RETURN SORT-WORK
                   AT END
                       SET SORT-RETURN-DONE TO TRUE
                   NOT AT END
                       WRITE SORTED-HISTORY-REC FROM SORT-WORK-REC
               END-RETURN
           END-PERFORM.
           CLOSE SORTED-HISTORY.

       Start-Request.
           MOVE PR-REQUEST-CODE TO WS-REQUEST-TYPE.
           MOVE PR-ACCT-SSN TO WS-REQUEST-ACCT.
           MOVE PR-FROM-DATE TO WS-FROM-DATE.
           MOVE PR-TO-DATE TO WS-TO-DATE.
           MOVE SPACE TO PR-RESULT.
           IF PATH-IS-KEYED OR PATH-IS-PROOF
               SET KEYED-NOT-SETTLED TO TRUE
               MOVE WS-REQUEST-ACCT TO WS-START-ACCT
               PERFORM Position-Key-File
           END-IF.
           IF PATH-IS-SCAN OR PATH-IS-PROOF
               IF SORTED-FILE-OPEN
                   CLOSE SORTED-HISTORY
               END-IF
               SET SCAN-NOT-SETTLED TO TRUE
               SET SORTED-FILE-OPEN TO TRUE
               OPEN INPUT SORTED-HISTORY
               IF WS-SORTED-HISTORY-STATUS NOT = "00"
                   SET SCAN-DONE TO TRUE
                   SET SORTED-FILE-CLOSED TO TRUE
               END-IF
           END-IF.

       Position-Key-File.
           MOVE WS-START-ACCT TO PK-ACCT-SSN.
           MOVE WS-FROM-DATE TO PK-POST-DATE.
           MOVE 0 TO PK-SEQUENCE.
           START POSTING-KEY-FILE
               KEY IS >= PK-KEY
               INVALID KEY
                   SET KEYED-DONE TO TRUE
           END-START.

       Serve-Next-Posting.
           SET PR-NO-MORE-POSTINGS TO TRUE.
           MOVE SPACES TO PR-POSTING-IMAGE.
           EVALUATE TRUE
               WHEN PATH-IS-KEYED
                   PERFORM Next-Keyed-Posting
                   IF KEYED-SETTLED
                       MOVE WS-KEYED-IMAGE TO PR-POSTING-IMAGE
                       SET PR-POSTING-RETURNED TO TRUE
                   END-IF
               WHEN PATH-IS-SCAN
                   PERFORM Next-Scan-Posting
                   IF SCAN-SETTLED
                       MOVE WS-SCAN-IMAGE TO PR-POSTING-IMAGE
                       SET PR-POSTING-RETURNED TO TRUE
                   END-IF
               WHEN PATH-IS-PROOF
                   PERFORM Next-Keyed-Posting
                   PERFORM Next-Scan-Posting
                   PERFORM Compare-Proof-Postings
           END-EVALUATE.
           IF PR-POSTING-RETURNED
               ADD 1 TO WS-POSTINGS-SERVED
           END-IF.

      * Past the window's end a one-account read is done, and a
      * walk re-STARTs at the next account; an account whose
      * postings begin before the window re-STARTs at its first
      * date wanted. The all-zero key is the header.
       Next-Keyed-Posting.
           IF KEYED-DONE
               EXIT PARAGRAPH
           END-IF.
           SET KEYED-NOT-SETTLED TO TRUE.
           PERFORM UNTIL KEYED-DONE OR KEYED-SETTLED
               READ POSTING-KEY-FILE NEXT RECORD
                   AT END
                       SET KEYED-DONE TO TRUE
                   NOT AT END
                       PERFORM Judge-Keyed-Posting
               END-READ
               IF WS-POSTING-KEY-STATUS NOT < "30"
                   SET KEYED-DONE TO TRUE
               END-IF
           END-PERFORM.

       Judge-Keyed-Posting.
           EVALUATE TRUE
               WHEN PK-ACCT-SSN = 0
                   CONTINUE
               WHEN READING-ONE-ACCOUNT
                       AND PK-ACCT-SSN NOT = WS-REQUEST-ACCT
                   SET KEYED-DONE TO TRUE
               WHEN PK-POST-DATE > WS-TO-DATE
                   IF READING-ONE-ACCOUNT
                       SET KEYED-DONE TO TRUE
                   ELSE
                       PERFORM Skip-To-Next-Account
                   END-IF
               WHEN PK-POST-DATE < WS-FROM-DATE
                   MOVE PK-ACCT-SSN TO WS-START-ACCT
                   PERFORM Position-Key-File
               WHEN OTHER
                   MOVE PK-POSTING-IMAGE TO WS-KEYED-IMAGE
                   SET KEYED-SETTLED TO TRUE
           END-EVALUATE.

       Skip-To-Next-Account.
           IF PK-ACCT-SSN = 999999999
               SET KEYED-DONE TO TRUE
           ELSE
               COMPUTE WS-START-ACCT = PK-ACCT-SSN + 1
               PERFORM Position-Key-File
           END-IF.

      * The sorted copy is in account order, so a one-account
      * read stops at the first account past it.
       Next-Scan-Posting.
           IF SCAN-DONE
               EXIT PARAGRAPH
           END-IF.
           SET SCAN-NOT-SETTLED TO TRUE.
           PERFORM UNTIL SCAN-DONE OR SCAN-SETTLED
               READ SORTED-HISTORY
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM Judge-Scan-Posting
               END-READ
               IF WS-SORTED-HISTORY-STATUS NOT < "30"
                   SET SCAN-DONE TO TRUE
               END-IF
           END-PERFORM.

       Judge-Scan-Posting.
           EVALUATE TRUE
               WHEN READING-ONE-ACCOUNT
                       AND SH-ACCT-SSN < WS-REQUEST-ACCT
                   CONTINUE
               WHEN READING-ONE-ACCOUNT
                       AND SH-ACCT-SSN > WS-REQUEST-ACCT
                   SET SCAN-DONE TO TRUE
               WHEN SH-POST-DATE < WS-FROM-DATE
                       OR SH-POST-DATE > WS-TO-DATE
                   CONTINUE
               WHEN OTHER
                   MOVE SORTED-HISTORY-REC TO WS-SCAN-IMAGE
                   SET SCAN-SETTLED TO TRUE
           END-EVALUATE.

      * The scan's posting is the one handed back - the reader's
      * output stays what it always was while the keyed path is
      * on trial. A posting on one path only is a mismatch like
      * a posting that differs; keyed postings left over when the
      * scan runs out are each counted.
       Compare-Proof-Postings.
           EVALUATE TRUE
               WHEN KEYED-DONE AND SCAN-DONE
                   CONTINUE
               WHEN SCAN-DONE
                   PERFORM Count-Keyed-Leftovers
               WHEN KEYED-DONE
                   ADD 1 TO WS-POSTINGS-COMPARED
                   MOVE "NOT ON POSTKEY" TO WS-MISMATCH-REASON
                   MOVE WS-SCAN-IMAGE TO WS-MISMATCH-IMAGE
                   PERFORM Note-Mismatch
                   MOVE WS-SCAN-IMAGE TO PR-POSTING-IMAGE
                   SET PR-POSTING-RETURNED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-POSTINGS-COMPARED
                   IF WS-KEYED-IMAGE NOT = WS-SCAN-IMAGE
                       MOVE "POSTINGS DIFFER" TO WS-MISMATCH-REASON
                       MOVE WS-SCAN-IMAGE TO WS-MISMATCH-IMAGE
                       PERFORM Note-Mismatch
                   END-IF
                   MOVE WS-SCAN-IMAGE TO PR-POSTING-IMAGE
                   SET PR-POSTING-RETURNED TO TRUE
           END-EVALUATE.

       Count-Keyed-Leftovers.
           PERFORM UNTIL KEYED-DONE
               ADD 1 TO WS-POSTINGS-COMPARED
               MOVE "ON POSTKEY ONLY" TO WS-MISMATCH-REASON
               MOVE WS-KEYED-IMAGE TO WS-MISMATCH-IMAGE
               PERFORM Note-Mismatch
               PERFORM Next-Keyed-Posting
           END-PERFORM.

      * The first ten go to the console; the count covers all.
       Note-Mismatch.
           ADD 1 TO WS-MISMATCH-COUNT.
           IF WS-MISMATCHES-SHOWN < 10
               ADD 1 TO WS-MISMATCHES-SHOWN
               MOVE WS-MISMATCH-ACCT TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN
                   WS-MASKED-SSN
               DISPLAY "POSTRDW PROOF " WS-CALLER-ID " "
                       WS-MISMATCH-REASON " " WS-MASKED-SSN
                       " " WS-MISMATCH-DATE
           END-IF.

       Close-Service.
           IF SERVICE-NOT-OPEN
               MOVE 0 TO PR-POSTINGS-SERVED
               MOVE 0 TO PR-MISMATCH-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF KEY-FILE-OPEN
               CLOSE POSTING-KEY-FILE
               SET KEY-FILE-CLOSED TO TRUE
           END-IF.
           IF SORTED-FILE-OPEN
               CLOSE SORTED-HISTORY
               SET SORTED-FILE-CLOSED TO TRUE
           END-IF.
           IF SORTED-COPY-BUILT
               CALL "CBL_DELETE_FILE" USING WS-SORTED-FILE-NAME
                   RETURNING WS-DELETE-RESULT
               END-CALL
               SET SORTED-COPY-NOT-BUILT TO TRUE
           END-IF.
           IF PATH-IS-PROOF
               PERFORM Register-Proof-Run
           END-IF.
           MOVE WS-POSTINGS-SERVED TO PR-POSTINGS-SERVED.
           MOVE WS-MISMATCH-COUNT TO PR-MISMATCH-COUNT.
           SET SERVICE-NOT-OPEN TO TRUE.

      * A run that compared nothing proved nothing and is not
      * registered either way.
       Register-Proof-Run.
           MOVE WS-POSTINGS-COMPARED TO WS-COUNT-DISPLAY.
           IF WS-POSTINGS-COMPARED = 0
               DISPLAY "POSTRDW: PROOF RUN FOR " WS-CALLER-ID
                       " COMPARED NO POSTINGS - NOT REGISTERED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CALLER-ID TO PF-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PF-RUN-DATE.
           MOVE WS-RUN-TIME TO PF-RUN-TIME.
           MOVE WS-POSTINGS-COMPARED TO PF-POSTINGS.
           MOVE WS-MISMATCH-COUNT TO PF-MISMATCHES.
           IF WS-MISMATCH-COUNT = 0
               SET PF-PROOF-CLEAN TO TRUE
               DISPLAY "POSTRDW: KEYED PATH PROVEN FOR "
                       WS-CALLER-ID " - POSTINGS COMPARED:"
                       WS-COUNT-DISPLAY
           ELSE
               SET PF-PROOF-BROKE TO TRUE
               DISPLAY "POSTRDW: KEYED PATH PROOF BROKE FOR "
                       WS-CALLER-ID " - MISMATCHES:"
                       WS-MISMATCH-COUNT
               MOVE SPACES TO EX-MESSAGE
               MOVE "A021" TO EX-ERROR-CODE
               MOVE 'S' TO EX-SEVERITY
               MOVE "POSTRDW" TO EX-PROGRAM-ID
               STRING "KEYED PATH PROOF BROKE - " WS-CALLER-ID
                       " MISMATCHES:" WS-MISMATCH-COUNT
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
           END-IF.
           OPEN EXTEND PROOF-REGISTER.
           IF WS-PROOF-REGISTER-STATUS = "05"
               OR WS-PROOF-REGISTER-STATUS = "35"
               CLOSE PROOF-REGISTER
               OPEN OUTPUT PROOF-REGISTER
           END-IF.
           WRITE PROOF-REGISTER-REC.
           CLOSE PROOF-REGISTER.
