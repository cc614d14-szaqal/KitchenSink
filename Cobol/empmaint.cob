      * the daily PENDSWP sweep releases it back through this
      * program the day it comes due - HR stops sitting on
      * future-dated changes and remembering to send them.
      * Every Add opens the new hire's ONBDTRK onboarding tracker
      * through the CALLed ONBOARDW service, from the hire date,
      * for the daily ONBDCHK completeness check.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-NUMBER-REQUEST-CODE      PIC X VALUE 'P'.
       01 WS-PUSHED-NUMBER            PIC 9(6) VALUE 0.

       01 WS-ONBOARD-REQUEST.
           05 OW-REQUEST-CODE         PIC X VALUE SPACE.
           05 OW-EMPLOYEE-NUMBER      PIC 9(6) VALUE 0.
           05 OW-START-DATE           PIC 9(8) VALUE 0.
           05 OW-OPENED-BY            PIC X(8) VALUE SPACES.
           05 OW-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "EMPMAINT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
                   MOVE SPACES TO EA-BEFORE-IMAGE
                   PERFORM Write-Master-Audit-Record
                   PERFORM Push-Number-Register
                   PERFORM Open-Onboarding-Tracker
                   PERFORM Register-Applied-Transaction
           END-WRITE.

           CALL "EMPNBR" USING WS-NUMBER-REQUEST-CODE
               WS-PUSHED-NUMBER.

       Open-Onboarding-Tracker.
           MOVE 'O' TO OW-REQUEST-CODE.
           MOVE ET-EMPLOYEE-NUMBER TO OW-EMPLOYEE-NUMBER.
           MOVE ET-HIRE-DATE TO OW-START-DATE.
           MOVE "EMPMAINT" TO OW-OPENED-BY.
           CALL "ONBOARDW" USING WS-ONBOARD-REQUEST.

       Apply-Change-Transaction.
           PERFORM Validate-Transaction-Fields.
           IF TRAN-FIELDS-INVALID
