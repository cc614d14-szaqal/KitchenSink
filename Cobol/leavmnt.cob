      * rejects with the balance on the register line, so the
      * dispute lands with numbers instead of a notebook. LVMREG
      * is the per-run register.
      * Each transaction names the leave type drawn - vacation or
      * sick - and is held to that bucket's balance alone; a card
      * from before the type existed has a blank there and draws
      * vacation, which is all the single balance ever meant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *   Pos  1- 6  LT-EMPLOYEE-NUMBER 9(6)
      *   Pos  7-14  LT-LEAVE-DATE      9(8)     YYYYMMDD
      *   Pos 15-19  LT-HOURS           9(3)V99  Hours taken
      *   Pos 20     LT-LEAVE-TYPE      X        V=vacation
      *                                          S=sick
      *                                          blank=vacation
       01 LEAVE-TRANSACTION-REC.
           05 LT-EMPLOYEE-NUMBER      PIC 9(6).
           05 LT-LEAVE-DATE           PIC 9(8).
           05 LT-HOURS                PIC 9(3)V99.
           05 LT-LEAVE-TYPE           PIC X.
               88 LT-TYPE-IS-VACATION      VALUES 'V' SPACE
                                                  LOW-VALUE.
               88 LT-TYPE-IS-SICK          VALUE 'S'.

       FD  LEAVE-MASTER.
       01 LEAVE-MASTER-REC.
       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-BUCKET-BALANCE           PIC S9(4)V99 VALUE 0.
       01 WS-BUCKET-NAME              PIC X(4) VALUE SPACES.
       01 WS-HOURS-DISPLAY            PIC ZZ9.99.
       01 WS-BALANCE-DISPLAY          PIC ZZZ9.99-.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "LEAVMNT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED

       Apply-Leave-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-BUCKET-BALANCE.
           IF LT-TYPE-IS-SICK
               MOVE "SICK" TO WS-BUCKET-NAME
           ELSE
               MOVE "VAC" TO WS-BUCKET-NAME
           END-IF.
           MOVE LT-LEAVE-DATE TO WS-LEAVE-DATE-WORK.
           CALL "DATECHK" USING WS-LEAVE-DATE-WORK WS-DATE-RESULT.
           EVALUATE TRUE
               WHEN LT-HOURS NOT > 0
                   MOVE "HOURS NOT POSITIVE" TO WS-REJECT-REASON
                   PERFORM Reject-Leave-Transaction
               WHEN NOT LT-TYPE-IS-VACATION AND NOT LT-TYPE-IS-SICK
                   MOVE "INVALID LEAVE TYPE" TO WS-REJECT-REASON
                   PERFORM Reject-Leave-Transaction
               WHEN OTHER
                   PERFORM Draw-Down-Balance
           END-EVALUATE.
                       TO WS-REJECT-REASON
                   PERFORM Reject-Leave-Transaction
               NOT INVALID KEY
                   PERFORM Default-Sick-Bucket
                   IF LT-TYPE-IS-SICK
                       MOVE LV-SICK-BALANCE TO WS-BUCKET-BALANCE
                   ELSE
                       MOVE LV-BALANCE-HOURS TO WS-BUCKET-BALANCE
                   END-IF
                   IF LT-HOURS > WS-BUCKET-BALANCE
                       MOVE "HOURS EXCEED BALANCE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Leave-Transaction
                   ELSE
                       PERFORM Post-Leave-Taken
                       REWRITE LEAVE-MASTER-REC
                       ADD 1 TO WS-TRANS-APPLIED
                       MOVE "APPLIED" TO WS-DISPOSITION
                   END-IF
           END-READ.

       Post-Leave-Taken.
           IF LT-TYPE-IS-SICK
               ADD LT-HOURS TO LV-SICK-TAKEN
               SUBTRACT LT-HOURS FROM LV-SICK-BALANCE
               MOVE LV-SICK-BALANCE TO WS-BUCKET-BALANCE
           ELSE
               ADD LT-HOURS TO LV-TAKEN-HOURS
               SUBTRACT LT-HOURS FROM LV-BALANCE-HOURS
               MOVE LV-BALANCE-HOURS TO WS-BUCKET-BALANCE
           END-IF.

      * A record from before the sick bucket existed holds no sick
      * leave yet.
       Default-Sick-Bucket.
           IF LV-SICK-ACCRUED NOT NUMERIC
               MOVE 0 TO LV-SICK-ACCRUED
           END-IF.
           IF LV-SICK-TAKEN NOT NUMERIC
               MOVE 0 TO LV-SICK-TAKEN
           END-IF.
           IF LV-SICK-BALANCE NOT NUMERIC
               MOVE 0 TO LV-SICK-BALANCE
           END-IF.
           IF LV-VACATION-FORFEITED NOT NUMERIC
               MOVE 0 TO LV-VACATION-FORFEITED
           END-IF.
           IF LV-LEAVE-YEAR NOT NUMERIC
               MOVE 0 TO LV-LEAVE-YEAR
           END-IF.

       Reject-Leave-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * ATTNRECN reads these detail lines back by position at
      * period end - a column moved here must move there too.
       Write-Register-Detail.
           MOVE LT-HOURS TO WS-HOURS-DISPLAY.
           MOVE WS-BUCKET-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " EMP:" LT-EMPLOYEE-NUMBER
                   " DATE:" LT-LEAVE-DATE
                   " " WS-BUCKET-NAME
                   " HRS:" WS-HOURS-DISPLAY
                   " BAL:" WS-BALANCE-DISPLAY
                   " " WS-REJECT-REASON
