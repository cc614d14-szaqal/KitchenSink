      * written like any other master update. Everything else goes
      * to the reject file with a reason. Hand-keying hires was
      * the shop's biggest data-entry error source.
      * Each hire loaded also gets an ONBDTRK onboarding tracker,
      * opened through the CALLed ONBOARDW service from the hire
      * date, for the daily ONBDCHK completeness check.
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
           MOVE "EMPIMPRT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
      * apply after review.
                   CALL "USERPROV" USING EM-EMPLOYEE-NUMBER
                       EM-FIRST-NAME EM-LAST-NAME
                   MOVE 'O' TO OW-REQUEST-CODE
                   MOVE EM-EMPLOYEE-NUMBER TO OW-EMPLOYEE-NUMBER
                   MOVE EM-HIRE-DATE TO OW-START-DATE
                   MOVE "EMPIMPRT" TO OW-OPENED-BY
                   CALL "ONBOARDW" USING WS-ONBOARD-REQUEST
           END-WRITE.

       Reject-Import-Record.
