       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCPERW.
      * Fiscal period check service over the FISCPER fiscal period
      * master (copybooks/FISC-PERIOD-REC.cpy), CALLed by the
      * programs that date money into the books before they
      * write anything. Request code:
      *   'C' - check FQ-DATE-IN: result 'N' when the date falls
      *         inside a period marked closed, with the period and
      *         its status handed back - the caller refuses the
      *         activity. A date in an open or closing period, or
      *         in no period at all, comes back 'Y'.
      * No FISCPER on file means no calendar has been set up yet
      * and nothing is closed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-PERIOD-MASTER ASSIGN TO
               "Cobol/data/FISCPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-PERIOD-MASTER.
       01 FISCAL-PERIOD-REC.
           COPY FISC-PERIOD-REC.

       WORKING-STORAGE SECTION.
       01 WS-FISCAL-PERIOD-STATUS     PIC XX VALUE "00".

       LINKAGE SECTION.
       01 LS-PERIOD-REQUEST.
           05 FQ-REQUEST-CODE         PIC X.
           05 FQ-DATE-IN              PIC 9(8).
           05 FQ-RESULT-SWITCH        PIC X.
           05 FQ-PERIOD-ID            PIC 9(6).
           05 FQ-PERIOD-STATUS        PIC X.

       PROCEDURE DIVISION USING LS-PERIOD-REQUEST.
           MOVE 0 TO RETURN-CODE.
           MOVE 'Y' TO FQ-RESULT-SWITCH.
           MOVE 0 TO FQ-PERIOD-ID.
           MOVE SPACE TO FQ-PERIOD-STATUS.
           IF FQ-REQUEST-CODE NOT = 'C'
               DISPLAY "FISCPERW: UNKNOWN REQUEST CODE "
                       FQ-REQUEST-CODE
               GOBACK
           END-IF.

           OPEN INPUT FISCAL-PERIOD-MASTER.
           IF WS-FISCAL-PERIOD-STATUS NOT = "00"
               GOBACK
           END-IF.
           PERFORM UNTIL WS-FISCAL-PERIOD-STATUS NOT = "00"
                   OR FQ-PERIOD-ID NOT = 0
               READ FISCAL-PERIOD-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FQ-DATE-IN NOT < FP-START-DATE
                           AND FQ-DATE-IN NOT > FP-END-DATE
                           MOVE FP-PERIOD-ID TO FQ-PERIOD-ID
                           MOVE FP-PERIOD-STATUS TO FQ-PERIOD-STATUS
                           IF FP-PERIOD-IS-CLOSED
                               MOVE 'N' TO FQ-RESULT-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FISCAL-PERIOD-MASTER.
           GOBACK.
