       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHKW.
      * Segregation-of-duties check service for SIGNON callers -
      * CALLed once the operator is known, before the program
      * does anything. Every SODRULE rule in preventive mode P
      * (copybooks/SOD-RULE-REC.cpy) that names DC-PROGRAM-ID -
      * with DC-ACTION-CODE, or any action when the caller leaves
      * it blank - has its other side looked for on the ACTLOG
      * trail under the same operator on today's date. Found,
      * the result is 'N' with the rule and the earlier action
      * and key handed back, and the caller refuses the run; the
      * second half of a conflicting pair is never done on the
      * same cycle date. Detect-only rules and longer windows are
      * SODSCAN's to report overnight. No SODRULE or no ACTLOG
      * means nothing to conflict with.
      * Result 'Y' when the operator is clear to go on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-MASTER ASSIGN TO "Cobol/data/SODRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-MASTER-STATUS.

           SELECT ACTIVITY-LOG ASSIGN TO "Cobol/data/ACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-MASTER.
       01 RULE-MASTER-REC.
           COPY SOD-RULE-REC.

       FD  ACTIVITY-LOG.
       01 ACTIVITY-LOG-REC.
           COPY ACT-LOG-REC.

       WORKING-STORAGE SECTION.
       01 WS-RULE-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-ACTIVITY-LOG-STATUS      PIC XX VALUE "00".
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.

      * The far side of each preventive rule naming this program.
       01 WS-SIDE-COUNT               PIC 9(3) VALUE 0.
       01 WS-SIDE-TABLE.
           05 WS-SIDE-ENTRY OCCURS 50 TIMES.
               10 WS-SIDE-RULE-ID     PIC X(4).
               10 WS-SIDE-PROGRAM     PIC X(8).
               10 WS-SIDE-ACTION      PIC X(8).
       01 WS-SIDE-SUBSCRIPT           PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 LS-DUTY-REQUEST.
           05 DC-OPERATOR-ID          PIC X(8).
           05 DC-PROGRAM-ID           PIC X(8).
           05 DC-ACTION-CODE          PIC X(8).
           05 DC-RESULT-SWITCH        PIC X.
           05 DC-RULE-ID              PIC X(4).
           05 DC-CONFLICT-PROGRAM     PIC X(8).
           05 DC-CONFLICT-ACTION      PIC X(8).
           05 DC-CONFLICT-KEY         PIC X(9).

       PROCEDURE DIVISION USING LS-DUTY-REQUEST.
           MOVE 0 TO RETURN-CODE.
           MOVE 'Y' TO DC-RESULT-SWITCH.
           MOVE SPACES TO DC-RULE-ID.
           MOVE SPACES TO DC-CONFLICT-PROGRAM.
           MOVE SPACES TO DC-CONFLICT-ACTION.
           MOVE SPACES TO DC-CONFLICT-KEY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM Load-Preventive-Sides.
           IF WS-SIDE-COUNT = 0
               GOBACK
           END-IF.

           OPEN INPUT ACTIVITY-LOG.
           IF WS-ACTIVITY-LOG-STATUS NOT = "00"
               GOBACK
           END-IF.
           PERFORM UNTIL WS-ACTIVITY-LOG-STATUS NOT = "00"
                   OR DC-RESULT-SWITCH = 'N'
               READ ACTIVITY-LOG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AL-OPERATOR-ID = DC-OPERATOR-ID
                           AND AL-LOG-DATE = WS-RUN-DATE
                           PERFORM Match-Activity-To-Sides
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACTIVITY-LOG.
           GOBACK.

       Load-Preventive-Sides.
           MOVE 0 TO WS-SIDE-COUNT.
           OPEN INPUT RULE-MASTER.
           IF WS-RULE-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RULE-MASTER-STATUS NOT = "00"
                   OR WS-SIDE-COUNT >= 49
               READ RULE-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DR-RULE-PREVENTS
                           PERFORM Take-Rule-Sides
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULE-MASTER.

       Take-Rule-Sides.
           IF DR-FIRST-PROGRAM = DC-PROGRAM-ID
               AND (DR-FIRST-ACTION = SPACES
                   OR DC-ACTION-CODE = SPACES
                   OR DR-FIRST-ACTION = DC-ACTION-CODE)
               ADD 1 TO WS-SIDE-COUNT
               MOVE DR-RULE-ID TO WS-SIDE-RULE-ID(WS-SIDE-COUNT)
               MOVE DR-SECOND-PROGRAM TO WS-SIDE-PROGRAM(WS-SIDE-COUNT)
               MOVE DR-SECOND-ACTION TO WS-SIDE-ACTION(WS-SIDE-COUNT)
           END-IF.
           IF DR-SECOND-PROGRAM = DC-PROGRAM-ID
               AND (DR-SECOND-ACTION = SPACES
                   OR DC-ACTION-CODE = SPACES
                   OR DR-SECOND-ACTION = DC-ACTION-CODE)
               ADD 1 TO WS-SIDE-COUNT
               MOVE DR-RULE-ID TO WS-SIDE-RULE-ID(WS-SIDE-COUNT)
               MOVE DR-FIRST-PROGRAM TO WS-SIDE-PROGRAM(WS-SIDE-COUNT)
               MOVE DR-FIRST-ACTION TO WS-SIDE-ACTION(WS-SIDE-COUNT)
           END-IF.

       Match-Activity-To-Sides.
           PERFORM VARYING WS-SIDE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SIDE-SUBSCRIPT > WS-SIDE-COUNT
               IF AL-PROGRAM-ID = WS-SIDE-PROGRAM(WS-SIDE-SUBSCRIPT)
                   AND (WS-SIDE-ACTION(WS-SIDE-SUBSCRIPT) = SPACES
                       OR WS-SIDE-ACTION(WS-SIDE-SUBSCRIPT)
                           = AL-ACTION-CODE)
                   MOVE 'N' TO DC-RESULT-SWITCH
                   MOVE WS-SIDE-RULE-ID(WS-SIDE-SUBSCRIPT)
                       TO DC-RULE-ID
                   MOVE AL-PROGRAM-ID  TO DC-CONFLICT-PROGRAM
                   MOVE AL-ACTION-CODE TO DC-CONFLICT-ACTION
                   MOVE AL-KEY-VALUE   TO DC-CONFLICT-KEY
                   MOVE WS-SIDE-COUNT TO WS-SIDE-SUBSCRIPT
               END-IF
           END-PERFORM.
