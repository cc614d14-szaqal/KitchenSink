       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENELIG.
      * Carrier eligibility extract: everyone covered today under
      * each BENPLAN plan, off the BENENRL enrollment master
      * BENENROL keeps, on the BENELIG file (layout copybooks/
      * BEN-ELIG-REC.cpy) - per plan a header with the carrier
      * code, one detail per covered employee in name order with
      * tier, dependents, coverage date and both shares of the
      * premium, and a trailer with the count and the premium
      * totals to check against the carrier's bill. Coverage not
      * yet started, coverage ended, and an election still
      * pending are left out - the carrier sees what is in force.
      * Enrollments SORT by plan and name (the DEPTRPT SORT
      * convention); names come off the employee master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-MASTER ASSIGN TO
               "Cobol/data/BENENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-ENROLLMENT-KEY
               ALTERNATE RECORD KEY IS EN-PLAN-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-MASTER-STATUS.

           SELECT BENEFIT-PLAN-MASTER ASSIGN TO
               "Cobol/data/BENPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS WS-BENEFIT-PLAN-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT ELIGIBILITY-FILE ASSIGN TO "Cobol/data/BENELIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIGIBILITY-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-MASTER.
       01 ENROLLMENT-MASTER-REC.
           COPY BEN-ENRL-REC.

       FD  BENEFIT-PLAN-MASTER.
       01 BENEFIT-PLAN-REC.
           COPY BEN-PLAN-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  ELIGIBILITY-FILE.
       01 ELIGIBILITY-REC.
           COPY BEN-ELIG-REC.

       SD  SORT-WORK.
       01 SORT-WORK-REC.
           05 SW-PLAN-CODE            PIC X(3).
           05 SW-LAST-NAME            PIC X(15).
           05 SW-FIRST-NAME           PIC X(15).
           05 SW-EMPLOYEE-NUMBER      PIC 9(6).
           05 SW-TIER-CODE            PIC X(2).
           05 SW-DEPENDENTS           PIC 9(2).
           05 SW-EFFECTIVE-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ENROLLMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-BENEFIT-PLAN-STATUS      PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-ELIGIBILITY-FILE-STATUS  PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-CURRENT-PLAN             PIC X(3) VALUE SPACES.
       01 WS-PLAN-SWITCH              PIC X VALUE 'N'.
           88 PLAN-IN-PROGRESS             VALUE 'Y'.
       01 WS-PLAN-ON-FILE-SWITCH      PIC X VALUE 'N'.
           88 PLAN-IS-ON-FILE              VALUE 'Y'.
       01 WS-TIER-SUBSCRIPT           PIC 9 VALUE 0.

       01 WS-PLAN-COVERED             PIC 9(6) VALUE 0.
       01 WS-PLAN-EMPLOYEE-PREMIUM    PIC 9(7)V99 VALUE 0.
       01 WS-PLAN-EMPLOYER-PREMIUM    PIC 9(7)V99 VALUE 0.
       01 WS-PLANS-WRITTEN            PIC 9(4) VALUE 0.
       01 WS-TOTAL-COVERED            PIC 9(6) VALUE 0.
       01 WS-COVERAGE-PROBLEMS        PIC 9(4) VALUE 0.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "BENELIG" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ENROLLMENT-MASTER.
           IF WS-ENROLLMENT-MASTER-STATUS NOT = "00"
               DISPLAY "ENROLLMENT MASTER NOT AVAILABLE:"
                       WS-ENROLLMENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BENEFIT-PLAN-MASTER.
           IF WS-BENEFIT-PLAN-STATUS NOT = "00"
               DISPLAY "BENEFIT PLAN MASTER NOT AVAILABLE:"
                       WS-BENEFIT-PLAN-STATUS
               CLOSE ENROLLMENT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT ELIGIBILITY-FILE.

           SORT SORT-WORK
               ON ASCENDING KEY SW-PLAN-CODE SW-LAST-NAME
                   SW-FIRST-NAME SW-EMPLOYEE-NUMBER
               INPUT PROCEDURE IS Release-Live-Coverage
               OUTPUT PROCEDURE IS Write-Eligibility-Extract.

           CLOSE ELIGIBILITY-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE BENEFIT-PLAN-MASTER.
           CLOSE ENROLLMENT-MASTER.

           MOVE WS-PLANS-WRITTEN TO WS-COUNT-DISPLAY.
           DISPLAY "PLANS EXTRACTED:    " WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-COVERED TO WS-COUNT-DISPLAY.
           DISPLAY "COVERED EMPLOYEES:  " WS-COUNT-DISPLAY.
           MOVE WS-COVERAGE-PROBLEMS TO WS-COUNT-DISPLAY.
           DISPLAY "COVERAGE PROBLEMS:  " WS-COUNT-DISPLAY.
           IF WS-COVERAGE-PROBLEMS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * In force today: started, and not ended before today.
       Release-Live-Coverage.
           PERFORM UNTIL WS-ENROLLMENT-MASTER-STATUS NOT = "00"
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EN-EFFECTIVE-DATE NOT > WS-RUN-DATE
                           AND (EN-END-DATE = 0
                               OR EN-END-DATE NOT < WS-RUN-DATE)
                           PERFORM Release-One-Coverage
                       END-IF
               END-READ
           END-PERFORM.

       Release-One-Coverage.
           MOVE EN-PLAN-CODE       TO SW-PLAN-CODE.
           MOVE EN-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE EN-TIER-CODE       TO SW-TIER-CODE.
           MOVE EN-DEPENDENTS      TO SW-DEPENDENTS.
           MOVE EN-EFFECTIVE-DATE  TO SW-EFFECTIVE-DATE.
           MOVE EN-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO SW-LAST-NAME
                   MOVE SPACES TO SW-FIRST-NAME
                   ADD 1 TO WS-COVERAGE-PROBLEMS
                   DISPLAY "COVERED EMPLOYEE NOT ON MASTER:"
                           EN-EMPLOYEE-NUMBER " PLAN:" EN-PLAN-CODE
               NOT INVALID KEY
                   MOVE EM-LAST-NAME  TO SW-LAST-NAME
                   MOVE EM-FIRST-NAME TO SW-FIRST-NAME
           END-READ.
           RELEASE SORT-WORK-REC.

       Write-Eligibility-Extract.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM Take-One-Coverage
               END-RETURN
           END-PERFORM.
           IF PLAN-IN-PROGRESS
               PERFORM Write-Plan-Trailer
           END-IF.

       Take-One-Coverage.
           IF PLAN-IN-PROGRESS AND SW-PLAN-CODE NOT = WS-CURRENT-PLAN
               PERFORM Write-Plan-Trailer
           END-IF.
           IF NOT PLAN-IN-PROGRESS
               PERFORM Write-Plan-Header
           END-IF.
           MOVE SPACES TO ELIGIBILITY-REC.
           MOVE 'D' TO BE-RECORD-TYPE.
           MOVE SW-PLAN-CODE       TO BE-PLAN-CODE.
           MOVE SW-EMPLOYEE-NUMBER TO BE-EMPLOYEE-NUMBER.
           MOVE SW-LAST-NAME       TO BE-LAST-NAME.
           MOVE SW-FIRST-NAME      TO BE-FIRST-NAME.
           MOVE SW-TIER-CODE       TO BE-TIER-CODE.
           MOVE SW-DEPENDENTS      TO BE-DEPENDENTS.
           MOVE SW-EFFECTIVE-DATE  TO BE-EFFECTIVE-DATE.
           MOVE 0 TO BE-EMPLOYEE-COST.
           MOVE 0 TO BE-EMPLOYER-COST.
           IF PLAN-IS-ON-FILE
               PERFORM VARYING WS-TIER-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-TIER-SUBSCRIPT > 4
                   IF BP-TIER-CODE(WS-TIER-SUBSCRIPT) = SW-TIER-CODE
                       MOVE BP-EMPLOYEE-COST(WS-TIER-SUBSCRIPT)
                           TO BE-EMPLOYEE-COST
                       MOVE BP-EMPLOYER-COST(WS-TIER-SUBSCRIPT)
                           TO BE-EMPLOYER-COST
                   END-IF
               END-PERFORM
           END-IF.
           WRITE ELIGIBILITY-REC.
           ADD 1 TO WS-PLAN-COVERED.
           ADD 1 TO WS-TOTAL-COVERED.
           ADD BE-EMPLOYEE-COST TO WS-PLAN-EMPLOYEE-PREMIUM.
           ADD BE-EMPLOYER-COST TO WS-PLAN-EMPLOYER-PREMIUM.

      * BENPMNT will not delete a plan anyone still holds, so a
      * plan missing here is a damaged master - extracted at zero
      * cost and counted, never skipped.
       Write-Plan-Header.
           SET PLAN-IN-PROGRESS TO TRUE.
           MOVE SW-PLAN-CODE TO WS-CURRENT-PLAN.
           MOVE 0 TO WS-PLAN-COVERED.
           MOVE 0 TO WS-PLAN-EMPLOYEE-PREMIUM.
           MOVE 0 TO WS-PLAN-EMPLOYER-PREMIUM.
           MOVE 'N' TO WS-PLAN-ON-FILE-SWITCH.
           MOVE SW-PLAN-CODE TO BP-PLAN-CODE.
           READ BENEFIT-PLAN-MASTER
               KEY IS BP-PLAN-CODE
               INVALID KEY
                   MOVE SPACES TO BP-PLAN-NAME
                   MOVE SPACES TO BP-CARRIER-CODE
                   ADD 1 TO WS-COVERAGE-PROBLEMS
                   DISPLAY "ENROLLED PLAN NOT ON BENPLAN:" SW-PLAN-CODE
               NOT INVALID KEY
                   SET PLAN-IS-ON-FILE TO TRUE
           END-READ.
           MOVE SPACES TO ELIGIBILITY-REC.
           MOVE 'H' TO BE-RECORD-TYPE.
           MOVE SW-PLAN-CODE    TO BE-PLAN-CODE.
           MOVE BP-CARRIER-CODE TO BE-CARRIER-CODE.
           MOVE BP-PLAN-NAME    TO BE-PLAN-NAME.
           MOVE WS-RUN-DATE     TO BE-AS-OF-DATE.
           WRITE ELIGIBILITY-REC.
           ADD 1 TO WS-PLANS-WRITTEN.

       Write-Plan-Trailer.
           MOVE 'N' TO WS-PLAN-SWITCH.
           MOVE SPACES TO ELIGIBILITY-REC.
           MOVE 'T' TO BE-RECORD-TYPE.
           MOVE WS-CURRENT-PLAN          TO BE-PLAN-CODE.
           MOVE WS-PLAN-COVERED          TO BE-COVERED-COUNT.
           MOVE WS-PLAN-EMPLOYEE-PREMIUM TO BE-EMPLOYEE-PREMIUM.
           MOVE WS-PLAN-EMPLOYER-PREMIUM TO BE-EMPLOYER-PREMIUM.
           WRITE ELIGIBILITY-REC.
           DISPLAY "PLAN " WS-CURRENT-PLAN " COVERED:" WS-PLAN-COVERED.
