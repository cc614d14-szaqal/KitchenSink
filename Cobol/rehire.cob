      * records the write, and the termination record itself
      * stays on EMPHIST untouched - the archive is permanent.
      * Every reinstatement and reject prints on REHREG.
      * A returning employee's setup starts over like a new
      * hire's: the ONBDTRK onboarding tracker is opened afresh
      * through the CALLed ONBOARDW service from the rehire date,
      * for the daily ONBDCHK completeness check.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-ONBOARD-REQUEST.
           05 OW-REQUEST-CODE         PIC X VALUE SPACE.
           05 OW-EMPLOYEE-NUMBER      PIC 9(6) VALUE 0.
           05 OW-START-DATE           PIC 9(8) VALUE 0.
           05 OW-OPENED-BY            PIC X(8) VALUE SPACES.
           05 OW-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "REHIRE"   TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
                   MOVE EMPLOYEE-MASTER-REC TO EA-AFTER-IMAGE
                   MOVE WS-OPERATOR-ID TO EA-OPERATOR-ID
                   CALL "EMPAUDIT" USING WS-AUDIT-REC
                   MOVE 'O' TO OW-REQUEST-CODE
                   MOVE WA-EMPLOYEE-NUMBER TO OW-EMPLOYEE-NUMBER
                   MOVE RH-REHIRE-DATE TO OW-START-DATE
                   MOVE "REHIRE" TO OW-OPENED-BY
                   CALL "ONBOARDW" USING WS-ONBOARD-REQUEST
                   ADD 1 TO WS-REHIRES-APPLIED
                   MOVE "REHIRED" TO WS-DISPOSITION
                   PERFORM Write-Register-Detail
