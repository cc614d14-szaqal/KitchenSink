       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVCLR.
      * Records the payroll reviewers' dispositions of the pay
      * variance flags PAYVARN left pending on the PAYVAR review
      * file (copybooks/PAY-VAR-REC.cpy), from a VARNTRAN batch
      * keyed off the marked-up PAYVRPT pages. A clear says the
      * swing was looked into and is right; an override releases
      * the pay as it stands without that, and so takes the
      * administrator role and a reason. Either is stamped with
      * the signed-on operator and the date. A transaction names
      * the period and employee, and the item and basis - item
      * spaces disposes every item pending for the employee, a
      * basis space every basis of the item. Each transaction
      * applied lands on the ACTLOG trail (VARCLEAR or VAROVRID,
      * keyed by the employee). When the batch is done the run
      * says, through the CALLed PAYVARW, whether the last period
      * it touched is now clear for DDEPOSIT, CHECKPRT and
      * PAYACCT to release. RC=4 when any transaction was
      * rejected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIANCE-DISPOSITIONS ASSIGN TO
               "Cobol/data/VARNTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-DISPOSITIONS-STATUS.

           SELECT PAY-VARIANCE ASSIGN TO "Cobol/data/PAYVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-VAR-KEY
               FILE STATUS IS WS-PAY-VARIANCE-STATUS.

           SELECT DISPOSITION-REGISTER ASSIGN TO
               "Cobol/data/PAYVCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-DISPOSITIONS.
      * One disposition per line:
      *   Pos  1     VT-ACTION          X     C=clear O=override
      *   Pos  2- 9  VT-PERIOD-END      9(8)  Period reviewed
      *   Pos 10-15  VT-EMPLOYEE-NUMBER 9(6)
      *   Pos 16-21  VT-ITEM-CODE       X(6)  Spaces = every item
      *                                       pending for the
      *                                       employee
      *   Pos 22     VT-BASIS           X     P/A/F/T; space =
      *                                       every basis
      *   Pos 23-52  VT-REASON          X(30) Required on O
       01 VARIANCE-DISPOSITION-REC.
           05 VT-ACTION               PIC X.
               88 VT-ACTION-IS-CLEAR       VALUE 'C'.
               88 VT-ACTION-IS-OVERRIDE    VALUE 'O'.
           05 VT-PERIOD-END           PIC 9(8).
           05 VT-EMPLOYEE-NUMBER      PIC 9(6).
           05 VT-ITEM-CODE            PIC X(6).
           05 VT-BASIS                PIC X.
           05 VT-REASON               PIC X(30).

       FD  PAY-VARIANCE.
       01 PAY-VARIANCE-REC.
           COPY PAY-VAR-REC.

       FD  DISPOSITION-REGISTER.
       01 DISPOSITION-REGISTER-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VARIANCE-DISPOSITIONS-STATUS PIC XX VALUE "00".
       01 WS-PAY-VARIANCE-STATUS      PIC XX VALUE "00".
       01 WS-DISPOSITION-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-LAST-PERIOD              PIC 9(8) VALUE 0.

       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.

       01 WS-TRANSACTIONS-READ        PIC 9(5) VALUE 0.
       01 WS-TRANSACTIONS-APPLIED     PIC 9(5) VALUE 0.
       01 WS-TRANSACTIONS-REJECTED    PIC 9(5) VALUE 0.
       01 WS-ITEMS-CLEARED            PIC 9(5) VALUE 0.
       01 WS-ITEMS-OVERRIDDEN         PIC 9(5) VALUE 0.
       01 WS-ITEMS-THIS-TRANSACTION   PIC 9(5) VALUE 0.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.

      * Release check through CALLed PAYVARW.
       01 WS-VARIANCE-REQUEST.
           05 VQ-REQUEST-CODE         PIC X VALUE SPACE.
           05 VQ-PERIOD-END           PIC 9(8) VALUE 0.
           05 VQ-RESULT-SWITCH        PIC X VALUE 'R'.
           05 VQ-PENDING-COUNT        PIC 9(5) VALUE 0.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE            PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-ACTIVITY-REC.
           COPY ACT-LOG-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PAYVCLR" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
               WS-OPERATOR-ID WS-OPERATOR-ROLE.
           IF WS-OPERATOR-AUTHORIZED = 'Y'
               SET OPERATOR-SIGNED-ON TO TRUE
           END-IF.

           IF OPERATOR-NOT-SIGNED-ON
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * Least-privilege: releasing held pay is an update
      * function - inquiry-only operators stop here. Overrides
      * are checked for the administrator role one by one.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PAY-VARIANCE.
           IF WS-PAY-VARIANCE-STATUS NOT = "00"
               DISPLAY "NO PAYVAR ON FILE - NOTHING REVIEWED:"
                       WS-PAY-VARIANCE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DISPOSITION-REGISTER.
           OPEN INPUT VARIANCE-DISPOSITIONS.
           IF WS-VARIANCE-DISPOSITIONS-STATUS = "00"
               PERFORM UNTIL WS-VARIANCE-DISPOSITIONS-STATUS
                       NOT = "00"
                   READ VARIANCE-DISPOSITIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANSACTIONS-READ
                           PERFORM Apply-Variance-Disposition
                   END-READ
               END-PERFORM
               CLOSE VARIANCE-DISPOSITIONS
           ELSE
               DISPLAY "NO VARNTRAN INPUT - NO DISPOSITIONS:"
                       WS-VARIANCE-DISPOSITIONS-STATUS
           END-IF.
           CLOSE PAY-VARIANCE.

           PERFORM Write-Register-Totals.
           IF WS-LAST-PERIOD NOT = 0
               PERFORM Report-Release-Status
           END-IF.
           CLOSE DISPOSITION-REGISTER.

           IF WS-TRANSACTIONS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Apply-Variance-Disposition.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT VT-ACTION-IS-CLEAR
                       AND NOT VT-ACTION-IS-OVERRIDE
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
               WHEN VT-PERIOD-END NOT NUMERIC
                       OR VT-EMPLOYEE-NUMBER NOT NUMERIC
                       OR VT-EMPLOYEE-NUMBER = 0
                   MOVE "PERIOD AND EMPLOYEE REQUIRED"
                       TO WS-REJECT-REASON
               WHEN VT-ACTION-IS-OVERRIDE AND NOT ROLE-IS-ADMIN
                   MOVE "OVERRIDE NEEDS ADMINISTRATOR"
                       TO WS-REJECT-REASON
               WHEN VT-ACTION-IS-OVERRIDE AND VT-REASON = SPACES
                   MOVE "OVERRIDE REASON REQUIRED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Variance-Disposition
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ITEMS-THIS-TRANSACTION.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE VT-PERIOD-END TO VR-PERIOD-END.
           MOVE VT-EMPLOYEE-NUMBER TO VR-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES TO VR-ITEM-CODE.
           MOVE LOW-VALUES TO VR-BASIS.
           START PAY-VARIANCE KEY IS NOT LESS THAN VR-VAR-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ PAY-VARIANCE NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF VR-PERIOD-END NOT = VT-PERIOD-END
                           OR VR-EMPLOYEE-NUMBER
                               NOT = VT-EMPLOYEE-NUMBER
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF VR-ITEM-PENDING
                               AND (VT-ITEM-CODE = SPACES
                                   OR VT-ITEM-CODE = VR-ITEM-CODE)
                               AND (VT-BASIS = SPACE
                                   OR VT-BASIS = VR-BASIS)
                               PERFORM Dispose-One-Item
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ITEMS-THIS-TRANSACTION = 0
               MOVE "NO PENDING ITEM TO DISPOSE" TO WS-REJECT-REASON
               PERFORM Reject-Variance-Disposition
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRANSACTIONS-APPLIED.
           MOVE VT-PERIOD-END TO WS-LAST-PERIOD.
           PERFORM Log-Disposition.

       Dispose-One-Item.
           IF VT-ACTION-IS-CLEAR
               SET VR-ITEM-CLEARED TO TRUE
           ELSE
               SET VR-ITEM-OVERRIDDEN TO TRUE
           END-IF.
           MOVE WS-OPERATOR-ID TO VR-DISPOSED-BY.
           MOVE WS-RUN-DATE TO VR-DISPOSED-DATE.
           MOVE VT-REASON TO VR-REASON.
           REWRITE PAY-VARIANCE-REC
               INVALID KEY
                   DISPLAY "PAYVAR ITEM NOT REWRITTEN:" VR-VAR-KEY
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-ITEMS-THIS-TRANSACTION.
           IF VT-ACTION-IS-CLEAR
               ADD 1 TO WS-ITEMS-CLEARED
               MOVE "CLEARED" TO WS-DISPOSITION
           ELSE
               ADD 1 TO WS-ITEMS-OVERRIDDEN
               MOVE "OVERRODE" TO WS-DISPOSITION
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " PERIOD:" VR-PERIOD-END
                   " EMPL:" VR-EMPLOYEE-NUMBER
                   " " VR-ITEM-CODE
                   " " VR-BASIS
                   " " VR-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPOSITION-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Each disposition lands on the ACTLOG trail SODSCAN reads,
      * keyed by the employee whose pay was released.
       Log-Disposition.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE "PAYVCLR" TO AL-PROGRAM-ID.
           IF VT-ACTION-IS-CLEAR
               MOVE "VARCLEAR" TO AL-ACTION-CODE
           ELSE
               MOVE "VAROVRID" TO AL-ACTION-CODE
           END-IF.
           MOVE SPACES TO AL-KEY-VALUE.
           MOVE VT-EMPLOYEE-NUMBER TO AL-KEY-VALUE(1:6).
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

       Reject-Variance-Disposition.
           ADD 1 TO WS-TRANSACTIONS-REJECTED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "REJECTED"
                   " PERIOD:" VT-PERIOD-END
                   " EMPL:" VT-EMPLOYEE-NUMBER
                   " " VT-ACTION
                   " " VT-ITEM-CODE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPOSITION-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P028" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "PAYVCLR" TO EX-PROGRAM-ID.
           STRING "VARIANCE DISPOSITION REJECTED - " VT-EMPLOYEE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Totals.
           MOVE WS-TRANSACTIONS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DISPOSITIONS READ:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPOSITION-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANSACTIONS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DISPOSITIONS APPLIED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPOSITION-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-ITEMS-CLEARED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ITEMS CLEARED:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPOSITION-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-ITEMS-OVERRIDDEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ITEMS OVERRIDDEN:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPOSITION-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANSACTIONS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DISPOSITIONS REJECTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPOSITION-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

       Report-Release-Status.
           MOVE 'Q' TO VQ-REQUEST-CODE.
           MOVE WS-LAST-PERIOD TO VQ-PERIOD-END.
           CALL "PAYVARW" USING WS-VARIANCE-REQUEST.
           MOVE VQ-PENDING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF VQ-RESULT-SWITCH = 'Y'
               STRING "PERIOD " WS-LAST-PERIOD
                       " CLEAR FOR RELEASE"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING "PERIOD " WS-LAST-PERIOD
                       " STILL HELD - ITEMS PENDING:" WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           WRITE DISPOSITION-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
