       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSTMNT.
      * Maintains the EMPSTAT employment-status master (copybooks/
      * EMP-STAT-REC.cpy) from a STATTRAN batch, the JOBMNT
      * transaction-register pattern. Each transaction moves one
      * employee between active, leave of absence and suspension
      * instead of the terminate-and-rehire HR used to do:
      *   L - leave of absence from the effective date, expected
      *       back on the return date (required)
      *   S - suspension from the effective date; the return date
      *       may be zero when it is open-ended
      *   R - return to active on the effective date
      *   X - a new expected return date for the absence on file
      * The employee must be live on EMPLOYEE-MASTER, and the
      * dates real calendar dates - an effective date may be
      * keyed ahead, and EMPSTATW holds the old status until it
      * comes. One change waits at a time: a second one for an
      * employee whose last change has not yet taken effect is
      * rejected. Each change closes the status it replaces; a
      * closed absence is priced once, through EMPSTATW's service
      * rule, into the days that do not count as service.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-TRANSACTIONS ASSIGN TO
               "Cobol/data/STATTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSACTIONS-STATUS.

           SELECT STATUS-MASTER ASSIGN TO "Cobol/data/EMPSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-EMPLOYEE-NUMBER
               FILE STATUS IS WS-STATUS-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT STATUS-MAINT-REGISTER ASSIGN TO
               "Cobol/data/STATMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-TRANSACTIONS.
      * One transaction per line:
      *   Pos  1     SX-TRAN-CODE       X     L=leave S=suspend
      *                                       R=return X=extend
      *   Pos  2- 7  SX-EMPLOYEE-NUMBER 9(6)
      *   Pos  8-15  SX-EFFECTIVE-DATE  9(8)  YYYYMMDD (L/S/R)
      *   Pos 16-23  SX-EXPECTED-RETURN 9(8)  YYYYMMDD (L/S/X)
      *   Pos 24-26  SX-REASON-CODE     X(3)  HR reason code
       01 STATUS-TRANSACTION-REC.
           05 SX-TRAN-CODE            PIC X.
               88 SX-TRAN-IS-LEAVE         VALUE 'L'.
               88 SX-TRAN-IS-SUSPEND       VALUE 'S'.
               88 SX-TRAN-IS-RETURN        VALUE 'R'.
               88 SX-TRAN-IS-EXTEND        VALUE 'X'.
           05 SX-EMPLOYEE-NUMBER      PIC 9(6).
           05 SX-EFFECTIVE-DATE       PIC 9(8).
           05 SX-EXPECTED-RETURN      PIC 9(8).
           05 SX-REASON-CODE          PIC X(3).

       FD  STATUS-MASTER.
       01 STATUS-MASTER-REC.
           COPY EMP-STAT-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  STATUS-MAINT-REGISTER.
       01 STATUS-MAINT-REGISTER-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-STATUS-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-STATUS-REGISTER-STATUS   PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.
       01 WS-DATE-WORK                PIC 9(8) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
           88 DATE-IS-CALENDAR             VALUE 'Y' 'F'.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.

       01 WS-STATUS-REQUEST.
           05 SW-REQUEST-CODE         PIC X VALUE SPACE.
           05 SW-EMPLOYEE-NUMBER      PIC 9(6) VALUE 0.
           05 SW-AS-OF-DATE           PIC 9(8) VALUE 0.
           05 SW-RESULT-SWITCH        PIC X VALUE 'N'.
           05 SW-STATUS               PIC X VALUE 'A'.
           05 SW-ABSENCE-START        PIC 9(8) VALUE 0.
           05 SW-EXPECTED-RETURN      PIC 9(8) VALUE 0.
           05 SW-RETURN-DATE          PIC 9(8) VALUE 0.
           05 SW-UNCREDITED-DAYS      PIC 9(5) VALUE 0.

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

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "EMPSTMNT" TO VS-PROGRAM-NAME.
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

      * Least-privilege: status maintenance is an update function
      * - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT STATUS-MAINT-REGISTER.
           PERFORM Open-Status-Master.
           OPEN INPUT EMPLOYEE-MASTER.

           OPEN INPUT STATUS-TRANSACTIONS.
           IF WS-STATUS-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-STATUS-TRANSACTIONS-STATUS NOT = "00"
                   READ STATUS-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Status-Transaction
                   END-READ
               END-PERFORM
               CLOSE STATUS-TRANSACTIONS
           ELSE
               DISPLAY "NO STATTRAN INPUT - NOTHING TO APPLY:"
                       WS-STATUS-TRANSACTIONS-STATUS
           END-IF.

           CLOSE EMPLOYEE-MASTER.
           CLOSE STATUS-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE STATUS-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Status-Master.
           OPEN I-O STATUS-MASTER.
           IF WS-STATUS-MASTER-STATUS = "35"
               CLOSE STATUS-MASTER
               OPEN OUTPUT STATUS-MASTER
               CLOSE STATUS-MASTER
               OPEN I-O STATUS-MASTER
           END-IF.

       Apply-Status-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM Check-Status-Fields.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Status-Transaction
               EXIT PARAGRAPH
           END-IF.
           PERFORM Read-Status-Record.
           EVALUATE TRUE
               WHEN SX-TRAN-IS-LEAVE OR SX-TRAN-IS-SUSPEND
                   PERFORM Start-Absence
               WHEN SX-TRAN-IS-RETURN
                   PERFORM End-Absence
               WHEN SX-TRAN-IS-EXTEND
                   PERFORM Change-Expected-Return
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Status-Transaction
           ELSE
               PERFORM Write-Or-Rewrite-Status
           END-IF.

       Check-Status-Fields.
           EVALUATE TRUE
               WHEN NOT SX-TRAN-IS-LEAVE
                       AND NOT SX-TRAN-IS-SUSPEND
                       AND NOT SX-TRAN-IS-RETURN
                       AND NOT SX-TRAN-IS-EXTEND
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
               WHEN SX-EMPLOYEE-NUMBER NOT NUMERIC
                   MOVE "INVALID EMPLOYEE NUMBER" TO WS-REJECT-REASON
               WHEN SX-EFFECTIVE-DATE NOT NUMERIC
                       AND NOT SX-TRAN-IS-EXTEND
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               WHEN SX-EXPECTED-RETURN NOT NUMERIC
                       AND NOT SX-TRAN-IS-RETURN
                   MOVE "INVALID EXPECTED RETURN" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE SX-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.
           IF LOOKUP-NOT-FOUND
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           IF NOT SX-TRAN-IS-EXTEND
               MOVE SX-EFFECTIVE-DATE TO WS-DATE-WORK
               CALL "DATECHK" USING WS-DATE-WORK WS-DATE-RESULT
               IF NOT DATE-IS-CALENDAR
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      * A leave and an extension need a return date; a suspension
      * may leave it open.
           IF SX-TRAN-IS-RETURN
               EXIT PARAGRAPH
           END-IF.
           IF SX-EXPECTED-RETURN = 0
               IF NOT SX-TRAN-IS-SUSPEND
                   MOVE "EXPECTED RETURN REQUIRED"
                       TO WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SX-EXPECTED-RETURN TO WS-DATE-WORK.
           CALL "DATECHK" USING WS-DATE-WORK WS-DATE-RESULT.
           IF NOT DATE-IS-CALENDAR
               MOVE "INVALID EXPECTED RETURN" TO WS-REJECT-REASON
           ELSE
               IF NOT SX-TRAN-IS-EXTEND
                   AND SX-EXPECTED-RETURN NOT > SX-EFFECTIVE-DATE
                   MOVE "RETURN NOT AFTER EFFECTIVE DATE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      * No record on file is an employee who has always been
      * active.
       Read-Status-Record.
           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE SX-EMPLOYEE-NUMBER TO ES-EMPLOYEE-NUMBER.
           READ STATUS-MASTER
               KEY IS ES-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.
           IF LOOKUP-NOT-FOUND
               MOVE SX-EMPLOYEE-NUMBER TO ES-EMPLOYEE-NUMBER
               MOVE 'A'    TO ES-STATUS
               MOVE 0      TO ES-EFFECTIVE-DATE
               MOVE 0      TO ES-EXPECTED-RETURN
               MOVE SPACES TO ES-REASON-CODE
               MOVE 'A'    TO ES-PRIOR-STATUS
               MOVE 0      TO ES-PRIOR-EFFECTIVE
               MOVE 0      TO ES-BREAK-DAYS
               MOVE 0      TO ES-LAST-CLOSED-DAYS
           END-IF.

      * A change must follow the one on file in time, and the one
      * on file must already be in effect.
       Check-Change-Sequence.
           EVALUATE TRUE
               WHEN ES-EFFECTIVE-DATE > WS-RUN-DATE
                   MOVE "STATUS CHANGE ALREADY PENDING"
                       TO WS-REJECT-REASON
               WHEN SX-EFFECTIVE-DATE NOT > ES-EFFECTIVE-DATE
                   MOVE "EFFECTIVE BEFORE CURRENT STATUS"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Start-Absence.
           PERFORM Check-Change-Sequence.
           IF WS-REJECT-REASON = SPACES
               AND ES-STATUS = SX-TRAN-CODE
               MOVE "ALREADY IN THAT STATUS - EXTEND"
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM Close-Current-Status.
           MOVE SX-TRAN-CODE       TO ES-STATUS.
           MOVE SX-EFFECTIVE-DATE  TO ES-EFFECTIVE-DATE.
           MOVE SX-EXPECTED-RETURN TO ES-EXPECTED-RETURN.
           MOVE SX-REASON-CODE     TO ES-REASON-CODE.

       End-Absence.
           PERFORM Check-Change-Sequence.
           IF WS-REJECT-REASON = SPACES
               AND ES-STATUS-IS-ACTIVE
               MOVE "NOT ON LEAVE OR SUSPENDED" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM Close-Current-Status.
           MOVE 'A'               TO ES-STATUS.
           MOVE SX-EFFECTIVE-DATE TO ES-EFFECTIVE-DATE.
           MOVE 0                 TO ES-EXPECTED-RETURN.
           MOVE SX-REASON-CODE    TO ES-REASON-CODE.

      * The absence on file - in effect or keyed ahead - gets a
      * new return date; nothing else moves.
       Change-Expected-Return.
           EVALUATE TRUE
               WHEN ES-STATUS-IS-ACTIVE
                   MOVE "NOT ON LEAVE OR SUSPENDED"
                       TO WS-REJECT-REASON
               WHEN SX-EXPECTED-RETURN NOT > ES-EFFECTIVE-DATE
                   MOVE "RETURN NOT AFTER EFFECTIVE DATE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SX-EXPECTED-RETURN TO ES-EXPECTED-RETURN
                   IF SX-REASON-CODE NOT = SPACES
                       MOVE SX-REASON-CODE TO ES-REASON-CODE
                   END-IF
           END-EVALUATE.

      * The status being replaced becomes the prior status; an
      * absence ending here is priced under the service rule and
      * its uncounted days added to the record's running total.
       Close-Current-Status.
           MOVE 0 TO ES-LAST-CLOSED-DAYS.
           IF NOT ES-STATUS-IS-ACTIVE
               MOVE 'B'               TO SW-REQUEST-CODE
               MOVE ES-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER
               MOVE ES-STATUS         TO SW-STATUS
               MOVE ES-EFFECTIVE-DATE TO SW-ABSENCE-START
               MOVE SX-EFFECTIVE-DATE TO SW-AS-OF-DATE
               CALL "EMPSTATW" USING WS-STATUS-REQUEST
               MOVE SW-UNCREDITED-DAYS TO ES-LAST-CLOSED-DAYS
               ADD SW-UNCREDITED-DAYS TO ES-BREAK-DAYS
           END-IF.
           MOVE ES-STATUS         TO ES-PRIOR-STATUS.
           MOVE ES-EFFECTIVE-DATE TO ES-PRIOR-EFFECTIVE.

       Write-Or-Rewrite-Status.
           IF LOOKUP-FOUND
               REWRITE STATUS-MASTER-REC
                   INVALID KEY
                       MOVE "STATUS NOT ON FILE" TO WS-REJECT-REASON
                       PERFORM Reject-Status-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-REWRITE
           ELSE
               WRITE STATUS-MASTER-REC
                   INVALID KEY
                       MOVE "STATUS ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Status-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           END-IF.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Status-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "E012" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "EMPSTMNT" TO EX-PROGRAM-ID.
           STRING "STATUS TRAN REJECTED - " SX-TRAN-CODE
                   " " SX-EMPLOYEE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" SX-TRAN-CODE
                   " EMPLOYEE:" SX-EMPLOYEE-NUMBER
                   " EFF:" SX-EFFECTIVE-DATE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE STATUS-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "STATUS TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE STATUS-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "STATUS TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE STATUS-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "STATUS TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE STATUS-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
