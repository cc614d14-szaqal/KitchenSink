       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTINDX.
      * Builds and keeps current POSTKEY (copybooks/POST-KEY-REC
      * .cpy), the by-account keyed access path to the posting
      * history that the CALLed POSTRDW service reads. POSTHIST
      * stays the append log every posting program writes to;
      * this run carries the postings appended since its last run
      * onto the key file. The CALLed POSTRDW read service CALLs
      * it as it opens for each reading run, so the key file is
      * current to the last posting whenever it is read; run as a
      * step of its own it takes the rebuild card below.
      * The header record counts the POSTHIST records already
      * carried, so each run reads past those and keys only the
      * new ones - the file's own order is kept in the
      * key's sequence number, so same-day postings to an account
      * read back in the order they were written. The first run
      * creates the key file (the 35 bootstrap) and carries all
      * of POSTHIST.
      * A POSTHIST shorter than the count already carried has
      * been replaced behind the key file's back (POSTSPLT, the
      * one sanctioned way, resets the count itself): the run
      * changes nothing, logs A022 and ends RC=8 for a rebuild.
      * IDXCTL card (optional) asks for the rebuild:
      *   Pos 1    'R' - rebuild POSTKEY from scratch
      *   Pos 2-5  first prior-year partition year, 9(4)
      *   Pos 6-9  last prior-year partition year, 9(4)
      * The rebuild keys each closed partition POSTSPLT wrote,
      * Cobol/data/POSTHyyyy.DAT, oldest first, then POSTHIST.
      * Zero years take the partition years the old header
      * recorded. A partition missing from disk is listed and
      * ends the run RC=4 - the key file then lacks that year.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-CONTROL ASSIGN TO "IDXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-CONTROL-STATUS.

           SELECT POSTING-KEY-FILE ASSIGN TO "Cobol/data/POSTKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-POSTING-KEY-STATUS.

           SELECT POSTING-HISTORY ASSIGN TO "Cobol/data/POSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-HISTORY-STATUS.

           SELECT PARTITION-FILE ASSIGN TO DYNAMIC
                   WS-PARTITION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-CONTROL.
       01 INDEX-CONTROL-REC.
           05 IC-REQUEST-CODE         PIC X.
               88 IC-REQUEST-IS-REBUILD     VALUE 'R'.
           05 IC-FIRST-YEAR           PIC 9(4).
           05 IC-LAST-YEAR            PIC 9(4).

       FD  POSTING-KEY-FILE.
       01 POSTING-KEY-REC.
           COPY POST-KEY-REC.

       FD  POSTING-HISTORY.
       01 POSTING-HISTORY-REC         PIC X(76).

       FD  PARTITION-FILE.
       01 PARTITION-FILE-REC          PIC X(76).

       WORKING-STORAGE SECTION.
       01 WS-INDEX-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-POSTING-KEY-STATUS       PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-PARTITION-FILE-STATUS    PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-REBUILD-SWITCH           PIC X VALUE 'N'.
           88 REBUILD-REQUESTED            VALUE 'Y'.
       01 WS-CARD-FIRST-YEAR          PIC 9(4) VALUE 0.
       01 WS-CARD-LAST-YEAR           PIC 9(4) VALUE 0.

      * The header as read, and as it will be rewritten.
       01 WS-INDEXED-COUNT            PIC 9(9) VALUE 0.
       01 WS-NEXT-SEQUENCE            PIC 9(9) VALUE 1.
       01 WS-FIRST-CLOSED-YEAR        PIC 9(4) VALUE 0.
       01 WS-LAST-CLOSED-YEAR         PIC 9(4) VALUE 0.

       01 WS-PARTITION-YEAR           PIC 9(4) VALUE 0.
       01 WS-PARTITION-FILE-NAME      PIC X(40) VALUE SPACES.
       01 WS-PARTITIONS-MISSING       PIC 9(3) VALUE 0.

       01 WS-HISTORY-READ             PIC 9(9) VALUE 0.
       01 WS-POSTINGS-KEYED           PIC 9(9) VALUE 0.
       01 WS-KEY-FAILURES             PIC 9(9) VALUE 0.
       01 WS-COUNT-DISPLAY            PIC Z(8)9.

       01 WS-POSTING-VIEW.
           COPY ACCT-POST-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "POSTINDX" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-REBUILD-SWITCH.
           MOVE 0 TO WS-CARD-FIRST-YEAR.
           MOVE 0 TO WS-CARD-LAST-YEAR.
           MOVE 0 TO WS-PARTITIONS-MISSING.
           MOVE 0 TO WS-POSTINGS-KEYED.
           MOVE 0 TO WS-KEY-FAILURES.
           PERFORM Read-Index-Control.

           PERFORM Open-Key-File.
           IF WS-POSTING-KEY-STATUS NOT = "00"
               DISPLAY "POSTKEY NOT AVAILABLE:" WS-POSTING-KEY-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Read-Key-Header.

           IF REBUILD-REQUESTED
               PERFORM Rebuild-Key-File
           ELSE
               PERFORM Key-New-Postings
           END-IF.

           IF RETURN-CODE < 8
               PERFORM Rewrite-Key-Header
           END-IF.
           CLOSE POSTING-KEY-FILE.

           MOVE WS-HISTORY-READ TO WS-COUNT-DISPLAY.
           DISPLAY "POSTHIST RECORDS READ:   " WS-COUNT-DISPLAY.
           MOVE WS-POSTINGS-KEYED TO WS-COUNT-DISPLAY.
           DISPLAY "POSTINGS KEYED:          " WS-COUNT-DISPLAY.
           MOVE WS-INDEXED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "POSTHIST RECORDS ON KEY: " WS-COUNT-DISPLAY.
           IF WS-KEY-FAILURES > 0
               MOVE WS-KEY-FAILURES TO WS-COUNT-DISPLAY
               DISPLAY "POSTINGS NOT KEYED:      " WS-COUNT-DISPLAY
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       Read-Index-Control.
           OPEN INPUT INDEX-CONTROL.
           IF WS-INDEX-CONTROL-STATUS = "00"
               READ INDEX-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IC-REQUEST-IS-REBUILD
                           SET REBUILD-REQUESTED TO TRUE
                           IF IC-FIRST-YEAR IS NUMERIC
                               MOVE IC-FIRST-YEAR
                                   TO WS-CARD-FIRST-YEAR
                           END-IF
                           IF IC-LAST-YEAR IS NUMERIC
                               MOVE IC-LAST-YEAR
                                   TO WS-CARD-LAST-YEAR
                           END-IF
                       END-IF
               END-READ
               CLOSE INDEX-CONTROL
           END-IF.

      * The 35 bootstrap: a key file not yet on disk is created
      * empty and reopened.
       Open-Key-File.
           OPEN I-O POSTING-KEY-FILE.
           IF WS-POSTING-KEY-STATUS = "35"
               OPEN OUTPUT POSTING-KEY-FILE
               CLOSE POSTING-KEY-FILE
               OPEN I-O POSTING-KEY-FILE
           END-IF.

      * No header means a new key file: everything on POSTHIST
      * is still to be keyed.
       Read-Key-Header.
           MOVE 0 TO WS-INDEXED-COUNT.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           MOVE 0 TO WS-FIRST-CLOSED-YEAR.
           MOVE 0 TO WS-LAST-CLOSED-YEAR.
           MOVE 0 TO PK-ACCT-SSN.
           MOVE 0 TO PK-POST-DATE.
           MOVE 0 TO PK-SEQUENCE.
           READ POSTING-KEY-FILE
               KEY IS PK-KEY
               INVALID KEY
                   PERFORM Write-Key-Header
               NOT INVALID KEY
                   MOVE PK-HDR-INDEXED-COUNT TO WS-INDEXED-COUNT
                   MOVE PK-HDR-NEXT-SEQUENCE TO WS-NEXT-SEQUENCE
                   MOVE PK-HDR-FIRST-CLOSED-YEAR
                       TO WS-FIRST-CLOSED-YEAR
                   MOVE PK-HDR-LAST-CLOSED-YEAR
                       TO WS-LAST-CLOSED-YEAR
           END-READ.

       Write-Key-Header.
           MOVE SPACES TO POSTING-KEY-REC.
           MOVE 0 TO PK-ACCT-SSN.
           MOVE 0 TO PK-POST-DATE.
           MOVE 0 TO PK-SEQUENCE.
           MOVE WS-INDEXED-COUNT TO PK-HDR-INDEXED-COUNT.
           MOVE WS-NEXT-SEQUENCE TO PK-HDR-NEXT-SEQUENCE.
           MOVE WS-FIRST-CLOSED-YEAR TO PK-HDR-FIRST-CLOSED-YEAR.
           MOVE WS-LAST-CLOSED-YEAR TO PK-HDR-LAST-CLOSED-YEAR.
           MOVE WS-RUN-DATE TO PK-HDR-INDEXED-DATE.
           WRITE POSTING-KEY-REC.

       Rewrite-Key-Header.
           MOVE 0 TO PK-ACCT-SSN.
           MOVE 0 TO PK-POST-DATE.
           MOVE 0 TO PK-SEQUENCE.
           READ POSTING-KEY-FILE
               KEY IS PK-KEY
               INVALID KEY
                   PERFORM Write-Key-Header
               NOT INVALID KEY
                   MOVE WS-INDEXED-COUNT TO PK-HDR-INDEXED-COUNT
                   MOVE WS-NEXT-SEQUENCE TO PK-HDR-NEXT-SEQUENCE
                   MOVE WS-FIRST-CLOSED-YEAR
                       TO PK-HDR-FIRST-CLOSED-YEAR
                   MOVE WS-LAST-CLOSED-YEAR
                       TO PK-HDR-LAST-CLOSED-YEAR
                   MOVE WS-RUN-DATE TO PK-HDR-INDEXED-DATE
                   REWRITE POSTING-KEY-REC
           END-READ.

      * The records already carried are read past, not keyed
      * again; the count is only trusted once the whole file has
      * been read.
       Key-New-Postings.
           MOVE 0 TO WS-HISTORY-READ.
           OPEN INPUT POSTING-HISTORY.
           IF WS-POSTING-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-POSTING-HISTORY-STATUS NOT = "00"
                   READ POSTING-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ
                           IF WS-HISTORY-READ > WS-INDEXED-COUNT
                               MOVE POSTING-HISTORY-REC
                                   TO WS-POSTING-VIEW
                               PERFORM Key-One-Posting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-HISTORY
           ELSE
               DISPLAY "POSTHIST NOT AVAILABLE:"
                       WS-POSTING-HISTORY-STATUS
           END-IF.
           MOVE "00" TO WS-POSTING-HISTORY-STATUS.
           IF WS-HISTORY-READ < WS-INDEXED-COUNT
               DISPLAY "POSTHIST SHORTER THAN POSTKEY COUNT - "
                       "REBUILD WITH AN IDXCTL R CARD"
               MOVE SPACES TO EX-MESSAGE
               MOVE "A022" TO EX-ERROR-CODE
               MOVE 'S' TO EX-SEVERITY
               MOVE "POSTINDX" TO EX-PROGRAM-ID
               STRING "POSTHIST SHORTER THAN POSTKEY COUNT - "
                       "REBUILD NEEDED"
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-HISTORY-READ TO WS-INDEXED-COUNT
           END-IF.

       Key-One-Posting.
           MOVE PH-ACCT-SSN TO PK-ACCT-SSN.
           MOVE PH-POST-DATE TO PK-POST-DATE.
           MOVE WS-NEXT-SEQUENCE TO PK-SEQUENCE.
           MOVE WS-POSTING-VIEW TO PK-POSTING-IMAGE.
           WRITE POSTING-KEY-REC
               INVALID KEY
                   ADD 1 TO WS-KEY-FAILURES
                   DISPLAY "POSTING NOT KEYED - STATUS:"
                           WS-POSTING-KEY-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-POSTINGS-KEYED
                   ADD 1 TO WS-NEXT-SEQUENCE
           END-WRITE.

      * The rebuild empties the key file and keys every closed
      * partition, oldest first, then the current year - the
      * order the postings were first written in.
       Rebuild-Key-File.
           IF WS-CARD-FIRST-YEAR > 0
               MOVE WS-CARD-FIRST-YEAR TO WS-FIRST-CLOSED-YEAR
           END-IF.
           IF WS-CARD-LAST-YEAR > 0
               MOVE WS-CARD-LAST-YEAR TO WS-LAST-CLOSED-YEAR
           END-IF.
           IF WS-FIRST-CLOSED-YEAR = 0
               MOVE WS-LAST-CLOSED-YEAR TO WS-FIRST-CLOSED-YEAR
           END-IF.
           DISPLAY "POSTKEY REBUILD - PARTITIONS "
                   WS-FIRST-CLOSED-YEAR " THROUGH "
                   WS-LAST-CLOSED-YEAR.
           CLOSE POSTING-KEY-FILE.
           OPEN OUTPUT POSTING-KEY-FILE.
           CLOSE POSTING-KEY-FILE.
           OPEN I-O POSTING-KEY-FILE.
           MOVE 0 TO WS-INDEXED-COUNT.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           PERFORM Write-Key-Header.
           IF WS-LAST-CLOSED-YEAR > 0
               PERFORM VARYING WS-PARTITION-YEAR
                       FROM WS-FIRST-CLOSED-YEAR BY 1
                       UNTIL WS-PARTITION-YEAR > WS-LAST-CLOSED-YEAR
                   PERFORM Key-One-Partition
               END-PERFORM
           END-IF.
           PERFORM Key-New-Postings.
           IF WS-PARTITIONS-MISSING > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       Key-One-Partition.
           MOVE SPACES TO WS-PARTITION-FILE-NAME.
           STRING "Cobol/data/POSTH" WS-PARTITION-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-PARTITION-FILE-NAME.
           OPEN INPUT PARTITION-FILE.
           IF WS-PARTITION-FILE-STATUS NOT = "00"
               ADD 1 TO WS-PARTITIONS-MISSING
               DISPLAY "PARTITION NOT ON DISK - NOT KEYED: "
                       WS-PARTITION-FILE-NAME
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PARTITION-FILE-STATUS NOT = "00"
               READ PARTITION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARTITION-FILE-REC TO WS-POSTING-VIEW
                       PERFORM Key-One-Posting
               END-READ
           END-PERFORM.
           CLOSE PARTITION-FILE.
           MOVE "00" TO WS-PARTITION-FILE-STATUS.
