      * a recompile of SIGNON. The whole master is held in storage
      * and rewritten, the same small-operator-queue handling the
      * other card-sized files get.
      * Each operator id records the employee who owns it - keyed
      * on the add, or set on an existing id with the O
      * transaction - so the RCRTOPEN access review knows whose
      * access it is and who reviews it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *                                   R=revoke
      *                                   U=unlock/reinstate
      *                                   D=delete outright
      *                                   O=set owning employee
      *   Pos  2- 9  ST-OPERATOR-ID X(8)
      *   Pos 10-17  ST-PASSWORD    X(8)  A and P only
      *   Pos 18     ST-ROLE        X     A only: I/U/A
      *   Pos 19-24  ST-EMPLOYEE-NUMBER 9(6) A and O: owning
      *                                   employee
       01 SEC-TRANSACTION-REC.
           05 ST-TRAN-CODE            PIC X.
               88 ST-TRAN-IS-ADD           VALUE 'A'.
               88 ST-TRAN-IS-REVOKE        VALUE 'R'.
               88 ST-TRAN-IS-UNLOCK        VALUE 'U'.
               88 ST-TRAN-IS-DELETE        VALUE 'D'.
               88 ST-TRAN-IS-OWNER         VALUE 'O'.
           05 ST-OPERATOR-ID          PIC X(8).
           05 ST-PASSWORD             PIC X(8).
           05 ST-ROLE                 PIC X.
           05 ST-EMPLOYEE-NUMBER      PIC 9(6).

       FD  SECURITY-MASTER.
       01 SECURITY-MASTER-REC.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SEC-COUNT.
               10 WS-SEC-ITEM         PIC X(26).
       01 WS-WORK-SEC-REC.
           COPY SEC-MASTER-REC
               REPLACING SM-OPERATOR-ID BY WK-OPERATOR-ID
                         SM-PASSWORD    BY WK-PASSWORD
                         SM-ROLE        BY WK-ROLE
                         SM-STATUS      BY WK-STATUS
                         SM-FAIL-COUNT  BY WK-FAIL-COUNT
                         SM-EMPLOYEE-NUMBER BY WK-EMPLOYEE-NUMBER.
       01 WS-SEC-SUBSCRIPT            PIC 9(3) VALUE 0.
       01 WS-SHIFT-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "SECMAINT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-SEC-COUNT
                           PERFORM Load-One-Security-Entry
                   END-READ
               END-PERFORM
               CLOSE SECURITY-MASTER
           END-IF.

      * A record keyed before the owning employee existed reads
      * spaces there; it is held as zero, not recorded.
       Load-One-Security-Entry.
           MOVE SECURITY-MASTER-REC TO WS-WORK-SEC-REC.
           IF WK-EMPLOYEE-NUMBER NOT NUMERIC
               MOVE 0 TO WK-EMPLOYEE-NUMBER
           END-IF.
           MOVE WS-WORK-SEC-REC TO WS-SEC-ITEM(WS-SEC-COUNT).

      * The dual-control gate comes first: an unapproved security
      * change queues and waits for a second operator; the
      * resubmission after APPROVE consumes the release and
           MOVE "SECCHG" TO AP-ACTION-CLASS.
           MOVE WS-OPERATOR-ID TO AP-REQUESTOR.
           MOVE SPACES TO AP-TRAN-IMAGE.
           MOVE SEC-TRANSACTION-REC TO AP-TRAN-IMAGE(1:24).
           CALL "APPRW" USING WS-APPROVAL-REQUEST.
           IF AP-RESULT-SWITCH NOT = 'Y'
               MOVE 'Q' TO AP-REQUEST-CODE
                   MOVE 0 TO WK-FAIL-COUNT
                   PERFORM Store-Matched-Entry
                   PERFORM Register-Applied-Transaction
               WHEN ST-TRAN-IS-OWNER
                   IF ST-EMPLOYEE-NUMBER NUMERIC
                       MOVE ST-EMPLOYEE-NUMBER TO WK-EMPLOYEE-NUMBER
                       PERFORM Store-Matched-Entry
                       PERFORM Register-Applied-Transaction
                   ELSE
                       MOVE "INVALID EMPLOYEE NUMBER"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Security-Transaction
                   END-IF
               WHEN ST-TRAN-IS-DELETE
                   PERFORM VARYING WS-SHIFT-SUBSCRIPT
                           FROM WS-MATCH-SUBSCRIPT BY 1
                   MOVE ST-ROLE        TO WK-ROLE
                   MOVE 'A'            TO WK-STATUS
                   MOVE 0              TO WK-FAIL-COUNT
                   MOVE 0              TO WK-EMPLOYEE-NUMBER
                   IF ST-EMPLOYEE-NUMBER NUMERIC
                       MOVE ST-EMPLOYEE-NUMBER TO WK-EMPLOYEE-NUMBER
                   END-IF
                   MOVE WS-SEC-COUNT TO WS-MATCH-SUBSCRIPT
                   PERFORM Store-Matched-Entry
                   PERFORM Register-Applied-Transaction
