       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PAYCLOSE" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
      * Cleared hours are what make a rerun harmless even past
      * the period gate - there is simply nothing left to pay.
      * Negative prior-period adjustments clear with the rest;
      * they were paid this period, and so do the premium-class
      * buckets that are parts of them.
       Clear-Period-Hours.
           OPEN I-O PAY-MASTER.
           IF WS-PAY-MASTER-STATUS NOT = "00"
                           CONTINUE
                       NOT AT END
                           IF PM-HOURS NOT = 0
                               OR PM-OVERTIME-HOURS NOT = 0
                               OR PM-HOLIDAY-HOURS NOT = 0
                               OR PM-NIGHT-HOURS NOT = 0
                               MOVE 0 TO PM-HOURS
                               MOVE 0 TO PM-OVERTIME-HOURS
                               MOVE 0 TO PM-HOLIDAY-HOURS
                               MOVE 0 TO PM-NIGHT-HOURS
                               REWRITE PAY-MASTER-REC
                               ADD 1 TO WS-HOURS-CLEARED
                           END-IF
