      * Every rejected attempt - unknown id, revoked, locked, bad
      * password - is stamped to the SECVIOL violation log with
      * date, time and the id presented.
      * The owning employee on each SECMAST record is carried
      * through untouched when the failure counts are rewritten.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 WS-AUTH-ROLE        PIC X.
               10 WS-AUTH-STATUS      PIC X.
               10 WS-AUTH-FAIL-COUNT  PIC 9(2).
               10 WS-AUTH-EMPLOYEE    PIC 9(6).
       01 WS-AUTH-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.

           MOVE SM-ROLE        TO WS-AUTH-ROLE(WS-AUTH-COUNT).
           MOVE SM-STATUS      TO WS-AUTH-STATUS(WS-AUTH-COUNT).
           MOVE SM-FAIL-COUNT  TO WS-AUTH-FAIL-COUNT(WS-AUTH-COUNT).
           IF SM-EMPLOYEE-NUMBER NUMERIC
               MOVE SM-EMPLOYEE-NUMBER
                   TO WS-AUTH-EMPLOYEE(WS-AUTH-COUNT)
           ELSE
               MOVE 0 TO WS-AUTH-EMPLOYEE(WS-AUTH-COUNT)
           END-IF.

       Load-Bootstrap-Table.
           MOVE 3 TO WS-AUTH-COUNT.
               MOVE 'A' TO WS-AUTH-ROLE(WS-AUTH-SUBSCRIPT)
               MOVE 'A' TO WS-AUTH-STATUS(WS-AUTH-SUBSCRIPT)
               MOVE 0   TO WS-AUTH-FAIL-COUNT(WS-AUTH-SUBSCRIPT)
               MOVE 0   TO WS-AUTH-EMPLOYEE(WS-AUTH-SUBSCRIPT)
           END-PERFORM.

       Validate-Operator.
               MOVE WS-AUTH-STATUS(WS-AUTH-SUBSCRIPT) TO SM-STATUS
               MOVE WS-AUTH-FAIL-COUNT(WS-AUTH-SUBSCRIPT)
                   TO SM-FAIL-COUNT
               MOVE WS-AUTH-EMPLOYEE(WS-AUTH-SUBSCRIPT)
                   TO SM-EMPLOYEE-NUMBER
               WRITE SECURITY-MASTER-REC
           END-PERFORM.
           CLOSE SECURITY-MASTER.
