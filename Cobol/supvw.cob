       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPVW.
      * Reporting-line lookup service over the SUPVMAST master
      * SUPVMNT maintains (copybooks/SUPV-LINE-REC.cpy) - the one
      * place leave approval, timecard sign-off and the access
      * reviews ask who manages whom, instead of each keeping
      * its own idea of it.
      * Request codes:
      *   'S' - supervisor-of: result 'Y' and the supervisor's
      *         number when the employee has a reporting line;
      *         a zero number with 'Y' is the top of the tree.
      *   'M' - manages: result 'Y' when the other number sits
      *         anywhere above the employee in the chain - a
      *         skip-level manager answers yes as well as the
      *         direct supervisor.
      *   'D' - direct reports: result 'Y' and the count when
      *         anyone reports to the employee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPERVISION-MASTER ASSIGN TO
               "Cobol/data/SUPVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS SV-SUPERVISOR-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-SUPERVISION-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPERVISION-MASTER.
       01 SUPERVISION-MASTER-REC.
           COPY SUPV-LINE-REC.

       WORKING-STORAGE SECTION.
       01 WS-SUPERVISION-MASTER-STATUS PIC XX VALUE "00".

       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.

      * The same step bound SUPVMNT walks chains with - a circle
      * on file ends the walk instead of the run.
       01 WS-CHAIN-NUMBER             PIC 9(6) VALUE 0.
       01 WS-CHAIN-STEPS              PIC 9(3) VALUE 0.
       01 WS-CHAIN-LIMIT              PIC 9(3) VALUE 100.

       LINKAGE SECTION.
       01 LS-SUPV-REQUEST.
           05 SU-REQUEST-CODE         PIC X.
           05 SU-EMPLOYEE-NUMBER      PIC 9(6).
           05 SU-OTHER-NUMBER         PIC 9(6).
           05 SU-RESULT-SWITCH        PIC X.
           05 SU-SUPERVISOR-NUMBER    PIC 9(6).
           05 SU-REPORT-COUNT         PIC 9(5).

       PROCEDURE DIVISION USING LS-SUPV-REQUEST.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO SU-RESULT-SWITCH.
           MOVE 0 TO SU-SUPERVISOR-NUMBER.
           MOVE 0 TO SU-REPORT-COUNT.

           OPEN INPUT SUPERVISION-MASTER.
           IF WS-SUPERVISION-MASTER-STATUS NOT = "00"
               DISPLAY "SUPVW - REPORTING-LINE MASTER NOT AVAILABLE:"
                       WS-SUPERVISION-MASTER-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           EVALUATE SU-REQUEST-CODE
               WHEN 'S'
                   PERFORM Find-Supervisor
               WHEN 'M'
                   PERFORM Find-Manager-In-Chain
               WHEN 'D'
                   PERFORM Count-Direct-Reports
               WHEN OTHER
                   DISPLAY "SUPVW - UNKNOWN REQUEST CODE:"
                           SU-REQUEST-CODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           CLOSE SUPERVISION-MASTER.
           GOBACK.

       Find-Supervisor.
           MOVE SU-EMPLOYEE-NUMBER TO SV-EMPLOYEE-NUMBER.
           READ SUPERVISION-MASTER
               KEY IS SV-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SU-RESULT-SWITCH
                   MOVE SV-SUPERVISOR-NUMBER TO SU-SUPERVISOR-NUMBER
           END-READ.

      * Walk up from the employee; the direct supervisor comes
      * back in SU-SUPERVISOR-NUMBER whatever the answer.
       Find-Manager-In-Chain.
           IF SU-OTHER-NUMBER = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SU-EMPLOYEE-NUMBER TO WS-CHAIN-NUMBER.
           MOVE 0 TO WS-CHAIN-STEPS.
           SET BROWSE-NOT-DONE TO TRUE.
           PERFORM UNTIL BROWSE-DONE
               ADD 1 TO WS-CHAIN-STEPS
               IF WS-CHAIN-STEPS > WS-CHAIN-LIMIT
                   DISPLAY "SUPVW - CHAIN LOOPS ABOVE EMPLOYEE:"
                           SU-EMPLOYEE-NUMBER
                   MOVE 4 TO RETURN-CODE
                   SET BROWSE-DONE TO TRUE
               ELSE
                   MOVE WS-CHAIN-NUMBER TO SV-EMPLOYEE-NUMBER
                   READ SUPERVISION-MASTER
                       KEY IS SV-EMPLOYEE-NUMBER
                       INVALID KEY
                           SET BROWSE-DONE TO TRUE
                       NOT INVALID KEY
                           MOVE SV-SUPERVISOR-NUMBER
                               TO WS-CHAIN-NUMBER
                   END-READ
                   IF WS-CHAIN-STEPS = 1 AND BROWSE-NOT-DONE
                       MOVE WS-CHAIN-NUMBER TO SU-SUPERVISOR-NUMBER
                   END-IF
                   IF BROWSE-NOT-DONE
                       EVALUATE TRUE
                           WHEN WS-CHAIN-NUMBER = 0
                               SET BROWSE-DONE TO TRUE
                           WHEN WS-CHAIN-NUMBER = SU-OTHER-NUMBER
                               MOVE 'Y' TO SU-RESULT-SWITCH
                               SET BROWSE-DONE TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       Count-Direct-Reports.
           MOVE SU-EMPLOYEE-NUMBER TO SV-SUPERVISOR-NUMBER.
           SET BROWSE-NOT-DONE TO TRUE.
           START SUPERVISION-MASTER
               KEY IS = SV-SUPERVISOR-NUMBER
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ SUPERVISION-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF SV-SUPERVISOR-NUMBER = SU-EMPLOYEE-NUMBER
                           ADD 1 TO SU-REPORT-COUNT
                       ELSE
                           SET BROWSE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF SU-REPORT-COUNT > 0
               MOVE 'Y' TO SU-RESULT-SWITCH
           END-IF.
