       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSTATW.
      * Employment-status service over the EMPSTAT master EMPSTMNT
      * maintains (copybooks/EMP-STAT-REC.cpy) - the one place pay,
      * accrual, headcount and seniority ask whether an employee
      * is active, on leave of absence or suspended, and the one
      * place the service-break rule lives.
      * Request codes:
      *   'Q' - status as of SW-AS-OF-DATE: the status in effect
      *         that day, the start of the absence and its
      *         expected return when absent, when the last
      *         absence started and the day they came back when
      *         active after one, and the days to date that do
      *         not count as service (closed absences plus the
      *         open one so far). Result 'Y' when the employee
      *         has a record at all; with none, or no master, the
      *         answer is active with nothing uncredited.
      *   'B' - price one absence: the SW-STATUS absence from
      *         SW-ABSENCE-START up to (not including)
      *         SW-AS-OF-DATE, under the house rule - a leave of
      *         up to 90 days is all service, a longer leave and
      *         any suspension count none of their days.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-MASTER ASSIGN TO "Cobol/data/EMPSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-EMPLOYEE-NUMBER
               FILE STATUS IS WS-STATUS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-MASTER.
       01 STATUS-MASTER-REC.
           COPY EMP-STAT-REC.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MASTER-STATUS     PIC XX VALUE "00".

      * The longest leave of absence that still counts as service.
       01 WS-PROTECTED-LEAVE-DAYS     PIC 9(5) VALUE 90.
       01 WS-ABSENCE-DAYS             PIC 9(5) VALUE 0.
       01 WS-CLOSED-DAYS              PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 LS-STATUS-REQUEST.
           05 SW-REQUEST-CODE         PIC X.
           05 SW-EMPLOYEE-NUMBER      PIC 9(6).
           05 SW-AS-OF-DATE           PIC 9(8).
           05 SW-RESULT-SWITCH        PIC X.
           05 SW-STATUS               PIC X.
               88 SW-IS-ABSENT             VALUE 'L' 'S'.
           05 SW-ABSENCE-START        PIC 9(8).
           05 SW-EXPECTED-RETURN      PIC 9(8).
           05 SW-RETURN-DATE          PIC 9(8).
           05 SW-UNCREDITED-DAYS      PIC 9(5).

       PROCEDURE DIVISION USING LS-STATUS-REQUEST.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO SW-RESULT-SWITCH.

           EVALUATE SW-REQUEST-CODE
               WHEN 'Q'
                   PERFORM Query-Status
               WHEN 'B'
                   PERFORM Price-Absence
               WHEN OTHER
                   DISPLAY "EMPSTATW - UNKNOWN REQUEST CODE:"
                           SW-REQUEST-CODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * No master yet is the normal state before the first status
      * transaction - everyone is active.
       Query-Status.
           MOVE 'A' TO SW-STATUS.
           MOVE 0 TO SW-ABSENCE-START.
           MOVE 0 TO SW-EXPECTED-RETURN.
           MOVE 0 TO SW-RETURN-DATE.
           MOVE 0 TO SW-UNCREDITED-DAYS.
           OPEN INPUT STATUS-MASTER.
           IF WS-STATUS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SW-EMPLOYEE-NUMBER TO ES-EMPLOYEE-NUMBER.
           READ STATUS-MASTER
               KEY IS ES-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SW-RESULT-SWITCH
                   PERFORM Resolve-Status-As-Of
           END-READ.
           CLOSE STATUS-MASTER.

      * Before its effective date a change has not happened: the
      * prior status holds, the change date is when it ends, and
      * the days the change closed are not yet closed.
       Resolve-Status-As-Of.
           IF ES-EFFECTIVE-DATE <= SW-AS-OF-DATE
               MOVE ES-STATUS TO SW-STATUS
               MOVE ES-BREAK-DAYS TO SW-UNCREDITED-DAYS
               IF SW-IS-ABSENT
                   MOVE ES-EFFECTIVE-DATE TO SW-ABSENCE-START
                   MOVE ES-EXPECTED-RETURN TO SW-EXPECTED-RETURN
               ELSE
                   IF ES-PRIOR-STATUS = 'L' OR ES-PRIOR-STATUS = 'S'
                       MOVE ES-PRIOR-EFFECTIVE TO SW-ABSENCE-START
                       MOVE ES-EFFECTIVE-DATE TO SW-RETURN-DATE
                   END-IF
               END-IF
           ELSE
               MOVE ES-PRIOR-STATUS TO SW-STATUS
               IF NOT SW-IS-ABSENT
                   MOVE 'A' TO SW-STATUS
               END-IF
               COMPUTE SW-UNCREDITED-DAYS =
                   ES-BREAK-DAYS - ES-LAST-CLOSED-DAYS
               IF SW-IS-ABSENT
                   MOVE ES-PRIOR-EFFECTIVE TO SW-ABSENCE-START
                   MOVE ES-EFFECTIVE-DATE TO SW-EXPECTED-RETURN
               END-IF
           END-IF.
           IF SW-IS-ABSENT
               MOVE SW-UNCREDITED-DAYS TO WS-CLOSED-DAYS
               PERFORM Price-Absence
               ADD WS-CLOSED-DAYS TO SW-UNCREDITED-DAYS
           END-IF.

       Price-Absence.
           MOVE 0 TO SW-UNCREDITED-DAYS.
           IF SW-ABSENCE-START < 16010101
               OR SW-AS-OF-DATE NOT > SW-ABSENCE-START
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ABSENCE-DAYS =
               FUNCTION INTEGER-OF-DATE(SW-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE(SW-ABSENCE-START).
           EVALUATE TRUE
               WHEN SW-STATUS = 'S'
                   MOVE WS-ABSENCE-DAYS TO SW-UNCREDITED-DAYS
               WHEN SW-STATUS = 'L'
                       AND WS-ABSENCE-DAYS > WS-PROTECTED-LEAVE-DAYS
                   MOVE WS-ABSENCE-DAYS TO SW-UNCREDITED-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
