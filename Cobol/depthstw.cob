       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTHSTW.
      * Department assignment history service over the DEPTHIST
      * file (copybooks/DEPT-HIST-REC.cpy) - the one place that
      * writes the history and the one place the pay and reporting
      * programs ask which department an employee was in on a
      * given date. The maintainers keep EMPDEPT as the assignment
      * today and tell this service about every change to it.
      * Request codes:
      *   'Q' - department as of DQ-AS-OF-DATE: the spell covering
      *         that date, with its start and end. An employee with
      *         no history at all has only ever had the EMPDEPT
      *         assignment, which answers for every date (start and
      *         end zero). Result 'N' when nothing covers the date.
      *   'O' - open a spell in DQ-DEPT-CODE from DQ-AS-OF-DATE,
      *         reason DQ-REASON (N=new assignment, T=transfer).
      *         The current spell, if any, ends the day before. An
      *         employee with no history yet first gets the
      *         DQ-PRIOR-DEPT assignment as a spell from before the
      *         history, ending the day before. The date must fall
      *         after everything already in the employee's history.
      *   'C' - close the current spell: DQ-AS-OF-DATE is the first
      *         day out of the department, reason DQ-REASON
      *         (R=removed, X=terminated). A spell closed on or
      *         before its own first day never happened and is
      *         taken off. No history yet: DQ-PRIOR-DEPT is written
      *         as a closed spell from before the history.
      *   'R' - re-code the current spell to DQ-DEPT-CODE - a keying
      *         correction, not a move, so no dates change.
      * Result 'N' on 'O', 'C' or 'R' carries DQ-REJECT-REASON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-MASTER ASSIGN TO "Cobol/data/DEPTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-HIST-KEY
               FILE STATUS IS WS-HISTORY-MASTER-STATUS.

           SELECT ASSIGNMENT-MASTER ASSIGN TO "Cobol/data/EMPDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER.
       01 HISTORY-MASTER-REC.
           COPY DEPT-HIST-REC.

       FD  ASSIGNMENT-MASTER.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-DAY-BEFORE               PIC 9(8) VALUE 0.
       01 WS-LATEST-HISTORY-DATE      PIC 9(8) VALUE 0.
       01 WS-CURRENT-START            PIC 9(8) VALUE 0.
       01 WS-CURRENT-DEPT             PIC X(4) VALUE SPACES.

       01 WS-HISTORY-SWITCH           PIC X VALUE 'N'.
           88 EMPLOYEE-HAS-HISTORY         VALUE 'Y'.
       01 WS-CURRENT-SWITCH           PIC X VALUE 'N'.
           88 CURRENT-SPELL-FOUND          VALUE 'Y'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 HISTORY-BROWSE-DONE          VALUE 'Y'.
           88 HISTORY-BROWSE-NOT-DONE      VALUE 'N'.

       LINKAGE SECTION.
       01 LS-HISTORY-REQUEST.
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

       PROCEDURE DIVISION USING LS-HISTORY-REQUEST.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO DQ-RESULT-SWITCH.
           MOVE SPACES TO DQ-REJECT-REASON.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           EVALUATE DQ-REQUEST-CODE
               WHEN 'Q'
                   PERFORM Query-Department
               WHEN 'O'
                   PERFORM Open-Spell
               WHEN 'C'
                   PERFORM Close-Spell
               WHEN 'R'
                   PERFORM Recode-Spell
               WHEN OTHER
                   DISPLAY "DEPTHSTW - UNKNOWN REQUEST CODE:"
                           DQ-REQUEST-CODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * No history file yet is the normal state before the first
      * assignment change - EMPDEPT answers for everyone.
       Query-Department.
           MOVE SPACES TO DQ-DEPT-CODE.
           MOVE 0 TO DQ-START-DATE.
           MOVE 0 TO DQ-END-DATE.
           MOVE 'N' TO WS-HISTORY-SWITCH.
           OPEN INPUT HISTORY-MASTER.
           IF WS-HISTORY-MASTER-STATUS = "00"
               PERFORM Scan-Employee-History
               CLOSE HISTORY-MASTER
           END-IF.
           IF NOT EMPLOYEE-HAS-HISTORY
               PERFORM Query-Current-Assignment
           END-IF.

       Query-Current-Assignment.
           OPEN INPUT ASSIGNMENT-MASTER.
           IF WS-ASSIGNMENT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE DQ-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER.
           READ ASSIGNMENT-MASTER
               KEY IS ED-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ED-DEPT-CODE TO DQ-DEPT-CODE
                   MOVE 'Y' TO DQ-RESULT-SWITCH
           END-READ.
           CLOSE ASSIGNMENT-MASTER.

      * One pass over the employee's spells, oldest first: whether
      * there is any history, the current spell, the latest date
      * the history already accounts for, and - for a query - the
      * spell covering DQ-AS-OF-DATE.
       Scan-Employee-History.
           MOVE 'N' TO WS-HISTORY-SWITCH.
           MOVE 'N' TO WS-CURRENT-SWITCH.
           MOVE 0 TO WS-LATEST-HISTORY-DATE.
           MOVE 0 TO WS-CURRENT-START.
           MOVE SPACES TO WS-CURRENT-DEPT.
           SET HISTORY-BROWSE-NOT-DONE TO TRUE.
           MOVE DQ-EMPLOYEE-NUMBER TO DH-EMPLOYEE-NUMBER.
           MOVE 0 TO DH-START-DATE.
           START HISTORY-MASTER
               KEY IS >= DH-HIST-KEY
               INVALID KEY
                   SET HISTORY-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL HISTORY-BROWSE-DONE
               READ HISTORY-MASTER NEXT RECORD
                   AT END
                       SET HISTORY-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF DH-EMPLOYEE-NUMBER NOT = DQ-EMPLOYEE-NUMBER
                           SET HISTORY-BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM Note-One-Spell
                       END-IF
               END-READ
           END-PERFORM.

       Note-One-Spell.
           SET EMPLOYEE-HAS-HISTORY TO TRUE.
           IF DH-START-DATE > WS-LATEST-HISTORY-DATE
               MOVE DH-START-DATE TO WS-LATEST-HISTORY-DATE
           END-IF.
           IF DH-END-DATE > WS-LATEST-HISTORY-DATE
               MOVE DH-END-DATE TO WS-LATEST-HISTORY-DATE
           END-IF.
           IF DH-SPELL-IS-CURRENT
               SET CURRENT-SPELL-FOUND TO TRUE
               MOVE DH-START-DATE TO WS-CURRENT-START
               MOVE DH-DEPT-CODE TO WS-CURRENT-DEPT
           END-IF.
           IF DQ-REQUEST-CODE = 'Q'
               AND DH-START-DATE <= DQ-AS-OF-DATE
               AND (DH-SPELL-IS-CURRENT
                    OR DH-END-DATE >= DQ-AS-OF-DATE)
               MOVE DH-DEPT-CODE TO DQ-DEPT-CODE
               MOVE DH-START-DATE TO DQ-START-DATE
               MOVE DH-END-DATE TO DQ-END-DATE
               MOVE 'Y' TO DQ-RESULT-SWITCH
           END-IF.

       Open-Spell.
           PERFORM Open-History-For-Update.
           IF WS-HISTORY-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM Scan-Employee-History.
           EVALUATE TRUE
               WHEN EMPLOYEE-HAS-HISTORY
                       AND DQ-AS-OF-DATE NOT > WS-LATEST-HISTORY-DATE
                   MOVE "DATE NOT AFTER DEPT HISTORY"
                       TO DQ-REJECT-REASON
               WHEN CURRENT-SPELL-FOUND
                       AND WS-CURRENT-DEPT = DQ-DEPT-CODE
                   MOVE "ALREADY IN THAT DEPARTMENT"
                       TO DQ-REJECT-REASON
               WHEN NOT EMPLOYEE-HAS-HISTORY
                       AND DQ-PRIOR-DEPT = DQ-DEPT-CODE
                   MOVE "ALREADY IN THAT DEPARTMENT"
                       TO DQ-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF DQ-REJECT-REASON NOT = SPACES
               CLOSE HISTORY-MASTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM Compute-Day-Before.
           IF CURRENT-SPELL-FOUND
               PERFORM End-Current-Spell
           ELSE
               IF NOT EMPLOYEE-HAS-HISTORY
                   AND DQ-PRIOR-DEPT NOT = SPACES
                   PERFORM Write-Before-History-Spell
               END-IF
           END-IF.
           IF DQ-REJECT-REASON = SPACES
               MOVE DQ-EMPLOYEE-NUMBER TO DH-EMPLOYEE-NUMBER
               MOVE DQ-AS-OF-DATE      TO DH-START-DATE
               MOVE DQ-DEPT-CODE       TO DH-DEPT-CODE
               MOVE 0                  TO DH-END-DATE
               MOVE DQ-REASON          TO DH-OPEN-REASON
               MOVE SPACE              TO DH-CLOSE-REASON
               MOVE WS-RUN-DATE        TO DH-RECORDED-DATE
               WRITE HISTORY-MASTER-REC
                   INVALID KEY
                       MOVE "DEPT HISTORY WRITE FAILED"
                           TO DQ-REJECT-REASON
                   NOT INVALID KEY
                       MOVE 'Y' TO DQ-RESULT-SWITCH
               END-WRITE
           END-IF.
           CLOSE HISTORY-MASTER.

       Close-Spell.
           PERFORM Open-History-For-Update.
           IF WS-HISTORY-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM Scan-Employee-History.
           PERFORM Compute-Day-Before.
           EVALUATE TRUE
               WHEN CURRENT-SPELL-FOUND
                   PERFORM End-Current-Spell
               WHEN NOT EMPLOYEE-HAS-HISTORY
                       AND DQ-PRIOR-DEPT NOT = SPACES
                   PERFORM Write-Before-History-Spell
               WHEN OTHER
                   MOVE "NO CURRENT DEPT HISTORY"
                       TO DQ-REJECT-REASON
           END-EVALUATE.
           IF DQ-REJECT-REASON = SPACES
               MOVE 'Y' TO DQ-RESULT-SWITCH
           END-IF.
           CLOSE HISTORY-MASTER.

       Recode-Spell.
           PERFORM Open-History-For-Update.
           IF WS-HISTORY-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM Scan-Employee-History.
           IF NOT CURRENT-SPELL-FOUND
               MOVE "NO CURRENT DEPT HISTORY" TO DQ-REJECT-REASON
               CLOSE HISTORY-MASTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM Read-Current-Spell.
           IF DQ-REJECT-REASON = SPACES
               MOVE DQ-DEPT-CODE TO DH-DEPT-CODE
               REWRITE HISTORY-MASTER-REC
                   INVALID KEY
                       MOVE "DEPT HISTORY REWRITE FAILED"
                           TO DQ-REJECT-REASON
                   NOT INVALID KEY
                       MOVE 'Y' TO DQ-RESULT-SWITCH
               END-REWRITE
           END-IF.
           CLOSE HISTORY-MASTER.

      * The first change ever creates the history file.
       Open-History-For-Update.
           OPEN I-O HISTORY-MASTER.
           IF WS-HISTORY-MASTER-STATUS = "35"
               CLOSE HISTORY-MASTER
               OPEN OUTPUT HISTORY-MASTER
               CLOSE HISTORY-MASTER
               OPEN I-O HISTORY-MASTER
           END-IF.
           IF WS-HISTORY-MASTER-STATUS NOT = "00"
               DISPLAY "DEPTHSTW - DEPTHIST OPEN FAILED:"
                       WS-HISTORY-MASTER-STATUS
               MOVE "DEPT HISTORY NOT AVAILABLE" TO DQ-REJECT-REASON
           END-IF.

       Compute-Day-Before.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DQ-AS-OF-DATE) - 1).

       Read-Current-Spell.
           MOVE DQ-EMPLOYEE-NUMBER TO DH-EMPLOYEE-NUMBER.
           MOVE WS-CURRENT-START TO DH-START-DATE.
           READ HISTORY-MASTER
               KEY IS DH-HIST-KEY
               INVALID KEY
                   MOVE "CURRENT DEPT HISTORY NOT FOUND"
                       TO DQ-REJECT-REASON
           END-READ.

      * A transfer out closes as a transfer whatever the caller's
      * wording; a spell left on or before its own first day never
      * began and comes off the history altogether.
       End-Current-Spell.
           PERFORM Read-Current-Spell.
           IF DQ-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURRENT-START > 0
               AND DQ-AS-OF-DATE NOT > WS-CURRENT-START
               DELETE HISTORY-MASTER
                   INVALID KEY
                       MOVE "DEPT HISTORY DELETE FAILED"
                           TO DQ-REJECT-REASON
               END-DELETE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DAY-BEFORE TO DH-END-DATE.
           IF DQ-REQUEST-CODE = 'O'
               IF DQ-REASON = 'T'
                   MOVE 'T' TO DH-CLOSE-REASON
               ELSE
                   MOVE 'R' TO DH-CLOSE-REASON
               END-IF
           ELSE
               MOVE DQ-REASON TO DH-CLOSE-REASON
           END-IF.
           REWRITE HISTORY-MASTER-REC
               INVALID KEY
                   MOVE "DEPT HISTORY REWRITE FAILED"
                       TO DQ-REJECT-REASON
           END-REWRITE.

      * The assignment the employee held when the history began,
      * from whenever that was until the day before this change.
       Write-Before-History-Spell.
           MOVE DQ-EMPLOYEE-NUMBER TO DH-EMPLOYEE-NUMBER.
           MOVE 0                  TO DH-START-DATE.
           MOVE DQ-PRIOR-DEPT      TO DH-DEPT-CODE.
           MOVE WS-DAY-BEFORE      TO DH-END-DATE.
           MOVE 'H'                TO DH-OPEN-REASON.
           IF DQ-REQUEST-CODE = 'O'
               IF DQ-REASON = 'T'
                   MOVE 'T' TO DH-CLOSE-REASON
               ELSE
                   MOVE 'R' TO DH-CLOSE-REASON
               END-IF
           ELSE
               MOVE DQ-REASON TO DH-CLOSE-REASON
           END-IF.
           MOVE WS-RUN-DATE        TO DH-RECORDED-DATE.
           WRITE HISTORY-MASTER-REC
               INVALID KEY
                   MOVE "DEPT HISTORY WRITE FAILED"
                       TO DQ-REJECT-REASON
           END-WRITE.
