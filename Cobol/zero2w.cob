      * Splitting it this way is required because a program with a
      * LINKAGE SECTION PROCEDURE DIVISION USING clause cannot also
      * be built as a parameterless executable main.
      * A genuinely new employee also gets an ONBDTRK onboarding
      * tracker, opened through the CALLed ONBOARDW service from
      * the hire date, for the daily ONBDCHK completeness check.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            05 FS-DISPOSITION          PIC X VALUE SPACE.
            05 FS-MESSAGE              PIC X(40) VALUE SPACES.

        01 WS-ONBOARD-REQUEST.
            05 OW-REQUEST-CODE      PIC X VALUE SPACE.
            05 OW-EMPLOYEE-NUMBER   PIC 9(6) VALUE 0.
            05 OW-START-DATE        PIC 9(8) VALUE 0.
            05 OW-OPENED-BY         PIC X(8) VALUE SPACES.
            05 OW-RESULT-SWITCH     PIC X VALUE 'N'.

        01 WS-VERSION-STAMP.
            COPY VERSION-STAMP.

            MOVE 0 TO LS-RECORDS-WRITTEN.
            MOVE 0 TO LS-EXCEPTIONS-RAISED.
            MOVE "ZERO2"    TO VS-PROGRAM-NAME.
            MOVE "20261015" TO VS-BUILD-DATE.
            DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
            MOVE 'S' TO RR-REQUEST-CODE.
            MOVE "ZERO2" TO RR-PROGRAM.
            IF EA-ACTION-IS-WRITE
                CALL "USERPROV" USING EM-EMPLOYEE-NUMBER
                    EM-FIRST-NAME EM-LAST-NAME
                MOVE 'O' TO OW-REQUEST-CODE
                MOVE EM-EMPLOYEE-NUMBER TO OW-EMPLOYEE-NUMBER
                MOVE EM-HIRE-DATE TO OW-START-DATE
                MOVE "ZERO2" TO OW-OPENED-BY
                CALL "ONBOARDW" USING WS-ONBOARD-REQUEST
            END-IF.

            MOVE "EMPADD" TO AL-ACTION-CODE.
