       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRTMNT.
      * Maintains the FXRATE dated exchange-rate master
      * (copybooks/FX-RATE-REC.cpy) the CALLed CURRCNVW currency
      * service converts from, by Add/Delete transactions like
      * the other card-sized masters, the HOLMNT pattern. A rate
      * is one currency's home-currency value from its effective
      * date on: the currency must be on the CURRRND currency
      * table (CURRTAB) and not home currency itself, the date a
      * real calendar date (DATECHK; tomorrow's rate keyed today
      * is the normal case) and the rate above zero; a second
      * rate for the same currency and date rejects - correcting
      * one is a Delete and an Add. Rates are never changed in
      * place, so any day's conversion can be reproduced. The
      * file is held whole and rewritten, the RUNREGW small-file
      * convention. The run signs on like every update program;
      * FXRTREG is the per-run register and rejects log to the
      * exception log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TRANSACTIONS ASSIGN TO "Cobol/data/FXRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TRANSACTIONS-STATUS.

           SELECT RATE-MASTER ASSIGN TO "Cobol/data/FXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-MASTER-STATUS.

           SELECT RATE-REGISTER ASSIGN TO "Cobol/data/FXRTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TRANSACTIONS.
      * One rate transaction per line:
      *   Pos  1     RT-TRAN-CODE      X         A=add D=delete
      *   Pos  2- 4  RT-CURRENCY-CODE  X(3)
      *   Pos  5-12  RT-RATE-DATE      9(8)      YYYYMMDD
      *   Pos 13-22  RT-HOME-RATE      9(4)V9(6) A only
       01 RATE-TRANSACTION-REC.
           05 RT-TRAN-CODE            PIC X.
               88 RT-TRAN-IS-ADD           VALUE 'A'.
               88 RT-TRAN-IS-DELETE        VALUE 'D'.
           05 RT-CURRENCY-CODE        PIC X(3).
           05 RT-RATE-DATE            PIC 9(8).
           05 RT-HOME-RATE            PIC 9(4)V9(6).

       FD  RATE-MASTER.
       01 RATE-MASTER-REC.
           COPY FX-RATE-REC.

       FD  RATE-REGISTER.
       01 RATE-REGISTER-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RATE-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-RATE-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-RATE-REGISTER-STATUS     PIC XX VALUE "00".

       01 WS-RATE-COUNT               PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 500 TIMES.
               10 WS-TBL-CURRENCY     PIC X(3).
               10 WS-TBL-DATE         PIC 9(8).
               10 WS-TBL-RATE         PIC 9(4)V9(6).
       01 WS-RATE-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-RATE-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88 FXRATE-TABLE-OVERFLOWED      VALUE 'Y'.

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
       01 WS-DATE-WORK                PIC 9(8) VALUE 0.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-EDITED-RATE              PIC ZZZ9.999999.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.

       01 WS-CURR-CNV-PARM.
           COPY CURR-CNV-PARM.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE     PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "FXRTMNT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
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

      * Least-privilege: the rates money converts at are an
      * update function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Load-Rate-Table.
      * The never-cap-silently rule: a rate master past the
      * 500-record bound is refused loudly and left untouched -
      * the rewrite would truncate it.
           IF FXRATE-TABLE-OVERFLOWED
               DISPLAY "FXRATE OVER 500 RECORDS - RUN REFUSED -"
                       " FILE LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RATE-REGISTER.

           OPEN INPUT RATE-TRANSACTIONS.
           IF WS-RATE-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-RATE-TRANSACTIONS-STATUS NOT = "00"
                   READ RATE-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Rate-Transaction
                   END-READ
               END-PERFORM
               CLOSE RATE-TRANSACTIONS
           ELSE
               DISPLAY "NO FXRTRAN INPUT - NOTHING TO APPLY:"
                       WS-RATE-TRANSACTIONS-STATUS
           END-IF.

           PERFORM Rewrite-Rate-Master.
           PERFORM Write-Register-Totals.
           CLOSE RATE-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Rate-Table.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT RATE-MASTER.
           IF WS-RATE-MASTER-STATUS = "00"
               PERFORM UNTIL WS-RATE-MASTER-STATUS NOT = "00"
                   READ RATE-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-RATE-COUNT < 500
                               ADD 1 TO WS-RATE-COUNT
                               MOVE FX-CURRENCY-CODE
                                   TO WS-TBL-CURRENCY(WS-RATE-COUNT)
                               MOVE FX-RATE-DATE
                                   TO WS-TBL-DATE(WS-RATE-COUNT)
                               MOVE FX-HOME-RATE
                                   TO WS-TBL-RATE(WS-RATE-COUNT)
                           ELSE
                               SET FXRATE-TABLE-OVERFLOWED
                                   TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-MASTER
           END-IF.

       Apply-Rate-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM Check-Rate-Transaction.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Rate-Transaction
               EXIT PARAGRAPH
           END-IF.
           PERFORM Find-Rate-Entry.
           EVALUATE TRUE
               WHEN RT-TRAN-IS-ADD AND WS-MATCH-SUBSCRIPT > 0
                   MOVE "RATE ALREADY ON FILE FOR DATE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Rate-Transaction
               WHEN RT-TRAN-IS-ADD AND WS-RATE-COUNT >= 500
                   MOVE "RATE TABLE FULL" TO WS-REJECT-REASON
                   PERFORM Reject-Rate-Transaction
               WHEN RT-TRAN-IS-ADD
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RT-CURRENCY-CODE
                       TO WS-TBL-CURRENCY(WS-RATE-COUNT)
                   MOVE RT-RATE-DATE TO WS-TBL-DATE(WS-RATE-COUNT)
                   MOVE RT-HOME-RATE TO WS-TBL-RATE(WS-RATE-COUNT)
                   PERFORM Register-Applied-Transaction
               WHEN WS-MATCH-SUBSCRIPT = 0
                   MOVE "RATE NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Rate-Transaction
               WHEN OTHER
                   MOVE 0 TO WS-TBL-DATE(WS-MATCH-SUBSCRIPT)
                   PERFORM Register-Applied-Transaction
           END-EVALUATE.

       Check-Rate-Transaction.
           IF NOT RT-TRAN-IS-ADD AND NOT RT-TRAN-IS-DELETE
               MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RT-RATE-DATE NOT NUMERIC
               MOVE "NOT A REAL CALENDAR DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE RT-RATE-DATE TO WS-DATE-WORK.
           CALL "DATECHK" USING WS-DATE-WORK WS-DATE-RESULT.
           IF WS-DATE-RESULT = 'N'
               MOVE "NOT A REAL CALENDAR DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RT-CURRENCY-CODE = SPACES OR RT-CURRENCY-CODE = "USD"
               MOVE "HOME CURRENCY TAKES NO RATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'V' TO CV-REQUEST-CODE.
           MOVE RT-CURRENCY-CODE TO CV-FROM-CURRENCY.
           CALL "CURRCNVW" USING WS-CURR-CNV-PARM.
           IF NOT CV-WAS-DONE
               MOVE "CURRENCY NOT ON CURRTAB" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RT-TRAN-IS-ADD
               IF RT-HOME-RATE NOT NUMERIC OR RT-HOME-RATE = 0
                   MOVE "RATE MISSING OR INVALID"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       Find-Rate-Entry.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-RATE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-RATE-SUBSCRIPT > WS-RATE-COUNT
               IF WS-TBL-CURRENCY(WS-RATE-SUBSCRIPT)
                       = RT-CURRENCY-CODE
                   AND WS-TBL-DATE(WS-RATE-SUBSCRIPT) = RT-RATE-DATE
                   MOVE WS-RATE-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
                   MOVE WS-RATE-COUNT TO WS-RATE-SUBSCRIPT
               END-IF
           END-PERFORM.

      * Deleted entries were zeroed in place; the rewrite drops
      * them, so the file stays clean for CURRCNVW's load.
       Rewrite-Rate-Master.
           OPEN OUTPUT RATE-MASTER.
           PERFORM VARYING WS-RATE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-RATE-SUBSCRIPT > WS-RATE-COUNT
               IF WS-TBL-DATE(WS-RATE-SUBSCRIPT) NOT = 0
                   MOVE WS-TBL-CURRENCY(WS-RATE-SUBSCRIPT)
                       TO FX-CURRENCY-CODE
                   MOVE WS-TBL-DATE(WS-RATE-SUBSCRIPT)
                       TO FX-RATE-DATE
                   MOVE WS-TBL-RATE(WS-RATE-SUBSCRIPT)
                       TO FX-HOME-RATE
                   WRITE RATE-MASTER-REC
               END-IF
           END-PERFORM.
           CLOSE RATE-MASTER.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Rate-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A015" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "FXRTMNT" TO EX-PROGRAM-ID.
           STRING "RATE TRAN REJECTED - " RT-TRAN-CODE
                   " " RT-CURRENCY-CODE " " RT-RATE-DATE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE 0 TO WS-EDITED-RATE.
           IF RT-HOME-RATE NUMERIC
               MOVE RT-HOME-RATE TO WS-EDITED-RATE
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " " RT-TRAN-CODE
                   " " RT-CURRENCY-CODE
                   " " RT-RATE-DATE
                   " RATE:" WS-EDITED-RATE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RATE TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RATE TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RATE TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
