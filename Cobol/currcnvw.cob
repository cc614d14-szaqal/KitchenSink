       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRCNVW.
      * Currency service over the CURRRND currency table (CURRTAB:
      * each currency's decimal places and rounding rule) and the
      * FXRATE dated exchange-rate master FXRTMNT maintains
      * (copybooks/FX-RATE-REC.cpy), parameter area copybooks/
      * CURR-CNV-PARM.cpy. Validates a currency code, rounds an
      * amount by its currency's rule, or converts an amount from
      * one currency to another at the rates in force on a date:
      * through home currency, the from-currency's home rate over
      * the to-currency's, in one COMPUTE so the only rounding is
      * the final one, by the to-currency's rule. Both tables are
      * read once, on the first CALL, and held for the life of
      * the run the way TAXCALCW holds its last table. A missing
      * CURRTAB leaves home currency alone on the historical
      * rule, USD at two decimals half-up - CURRRND's own
      * fallback; a missing FXRATE means every foreign conversion
      * answers no rate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-TABLE ASSIGN TO
               "programming/Cobol/data/CURRTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-TABLE-STATUS.

           SELECT RATE-MASTER ASSIGN TO "Cobol/data/FXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-TABLE.
      * Pos  1- 3  CT-CURRENCY-CODE   X(3)
      * Pos  4     CT-DECIMAL-PLACES  9     0, 2 or 3
      * Pos  5     CT-ROUNDING-RULE   X     H=half-up T=truncate
       01 CURRENCY-TABLE-REC.
           05 CT-CURRENCY-CODE        PIC X(3).
           05 CT-DECIMAL-PLACES       PIC 9.
           05 CT-ROUNDING-RULE        PIC X.

       FD  RATE-MASTER.
       01 RATE-MASTER-REC.
           COPY FX-RATE-REC.

       WORKING-STORAGE SECTION.
       01 WS-CURRENCY-TABLE-STATUS    PIC XX VALUE "00".
       01 WS-RATE-MASTER-STATUS       PIC XX VALUE "00".

       01 WS-HOME-CURRENCY            PIC X(3) VALUE "USD".
       01 WS-TABLES-SWITCH            PIC X VALUE 'N'.
           88 TABLES-ARE-LOADED            VALUE 'Y'.

       01 WS-CURRENCY-COUNT           PIC 9(3) VALUE 0.
       01 WS-CURRENCY-ENTRIES.
           05 WS-CURRENCY-ENTRY OCCURS 50 TIMES.
               10 WS-TBL-CURRENCY-CODE  PIC X(3).
               10 WS-TBL-DECIMAL-PLACES PIC 9.
               10 WS-TBL-ROUNDING-RULE  PIC X.
       01 WS-CURRENCY-SUBSCRIPT       PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-FROM-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-TO-SUBSCRIPT             PIC 9(3) VALUE 0.
       01 WS-LOOKUP-CODE              PIC X(3) VALUE SPACES.

       01 WS-RATE-COUNT               PIC 9(3) VALUE 0.
       01 WS-RATE-ENTRIES.
           05 WS-RATE-ENTRY OCCURS 500 TIMES.
               10 WS-RATE-CURRENCY    PIC X(3).
               10 WS-RATE-DATE        PIC 9(8).
               10 WS-RATE-VALUE       PIC 9(4)V9(6).
       01 WS-RATE-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-BEST-RATE-DATE           PIC 9(8) VALUE 0.
       01 WS-FOUND-RATE               PIC 9(4)V9(6) VALUE 0.
       01 WS-FROM-RATE                PIC 9(4)V9(6) VALUE 0.
       01 WS-TO-RATE                  PIC 9(4)V9(6) VALUE 0.

       01 WS-RAW-AMOUNT               PIC S9(11)V9(6) VALUE 0.
       01 WS-ROUNDED-0-DEC            PIC S9(9) VALUE 0.
       01 WS-ROUNDED-2-DEC            PIC S9(9)V99 VALUE 0.
       01 WS-SIZE-SWITCH              PIC X VALUE 'N'.
           88 RESULT-OVERFLOWED            VALUE 'Y'.

       LINKAGE SECTION.
       01 LS-CURR-CNV-PARM.
           COPY CURR-CNV-PARM.

       PROCEDURE DIVISION USING LS-CURR-CNV-PARM.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO CV-AMOUNT-OUT.
           MOVE 0 TO CV-CROSS-RATE.
           MOVE 'U' TO CV-RESULT.
           IF NOT TABLES-ARE-LOADED
               PERFORM Load-Currency-Table
               PERFORM Load-Rate-Master
               SET TABLES-ARE-LOADED TO TRUE
           END-IF.

           IF CV-FROM-CURRENCY = SPACES
               MOVE WS-HOME-CURRENCY TO CV-FROM-CURRENCY
           END-IF.
           IF CV-TO-CURRENCY = SPACES
               MOVE WS-HOME-CURRENCY TO CV-TO-CURRENCY
           END-IF.
           MOVE CV-FROM-CURRENCY TO WS-LOOKUP-CODE.
           PERFORM Find-Currency-Entry.
           MOVE WS-MATCH-SUBSCRIPT TO WS-FROM-SUBSCRIPT.

           EVALUATE TRUE
               WHEN WS-FROM-SUBSCRIPT = 0
                   CONTINUE
               WHEN CV-REQUEST-IS-VALIDATE
                   MOVE 'Y' TO CV-RESULT
               WHEN CV-REQUEST-IS-ROUND
                   MOVE CV-AMOUNT-IN TO WS-RAW-AMOUNT
                   MOVE WS-FROM-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
                   PERFORM Apply-Currency-Rule
               WHEN CV-REQUEST-IS-CONVERT
                   PERFORM Convert-Amount
               WHEN OTHER
                   DISPLAY "CURRCNVW - UNKNOWN REQUEST CODE:"
                           CV-REQUEST-CODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * Entries past fifty are dropped, the CURRRND table size.
       Load-Currency-Table.
           MOVE 0 TO WS-CURRENCY-COUNT.
           OPEN INPUT CURRENCY-TABLE.
           IF WS-CURRENCY-TABLE-STATUS = "00"
               PERFORM UNTIL WS-CURRENCY-TABLE-STATUS NOT = "00"
                       OR WS-CURRENCY-COUNT >= 50
                   READ CURRENCY-TABLE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CURRENCY-COUNT
                           MOVE CURRENCY-TABLE-REC TO
                               WS-CURRENCY-ENTRY(WS-CURRENCY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-TABLE
           END-IF.
           IF WS-CURRENCY-COUNT = 0
               MOVE 1 TO WS-CURRENCY-COUNT
               MOVE WS-HOME-CURRENCY TO WS-TBL-CURRENCY-CODE(1)
               MOVE 2 TO WS-TBL-DECIMAL-PLACES(1)
               MOVE 'H' TO WS-TBL-ROUNDING-RULE(1)
           END-IF.

       Load-Rate-Master.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT RATE-MASTER.
           IF WS-RATE-MASTER-STATUS = "00"
               PERFORM UNTIL WS-RATE-MASTER-STATUS NOT = "00"
                       OR WS-RATE-COUNT >= 500
                   READ RATE-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-RATE-COUNT
                           MOVE FX-CURRENCY-CODE
                               TO WS-RATE-CURRENCY(WS-RATE-COUNT)
                           MOVE FX-RATE-DATE
                               TO WS-RATE-DATE(WS-RATE-COUNT)
                           MOVE FX-HOME-RATE
                               TO WS-RATE-VALUE(WS-RATE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RATE-MASTER
           END-IF.

       Find-Currency-Entry.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CURRENCY-SUBSCRIPT > WS-CURRENCY-COUNT
               IF WS-TBL-CURRENCY-CODE(WS-CURRENCY-SUBSCRIPT)
                       = WS-LOOKUP-CODE
                   MOVE WS-CURRENCY-SUBSCRIPT
                       TO WS-MATCH-SUBSCRIPT
                   MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-SUBSCRIPT
               END-IF
           END-PERFORM.

      * The same currency both ways is only a rounding; anything
      * else needs a rate on file for each foreign side.
       Convert-Amount.
           MOVE CV-TO-CURRENCY TO WS-LOOKUP-CODE.
           PERFORM Find-Currency-Entry.
           MOVE WS-MATCH-SUBSCRIPT TO WS-TO-SUBSCRIPT.
           IF WS-TO-SUBSCRIPT = 0
               EXIT PARAGRAPH
           END-IF.
           IF CV-FROM-CURRENCY = CV-TO-CURRENCY
               MOVE 1 TO CV-CROSS-RATE
               MOVE CV-AMOUNT-IN TO WS-RAW-AMOUNT
               PERFORM Apply-Currency-Rule
               EXIT PARAGRAPH
           END-IF.
           MOVE CV-FROM-CURRENCY TO WS-LOOKUP-CODE.
           PERFORM Find-Home-Rate.
           MOVE WS-FOUND-RATE TO WS-FROM-RATE.
           MOVE CV-TO-CURRENCY TO WS-LOOKUP-CODE.
           PERFORM Find-Home-Rate.
           MOVE WS-FOUND-RATE TO WS-TO-RATE.
           IF WS-FROM-RATE = 0 OR WS-TO-RATE = 0
               MOVE 'N' TO CV-RESULT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CV-CROSS-RATE ROUNDED = WS-FROM-RATE / WS-TO-RATE
               ON SIZE ERROR
                   MOVE 0 TO CV-CROSS-RATE
           END-COMPUTE.
           COMPUTE WS-RAW-AMOUNT =
               CV-AMOUNT-IN * WS-FROM-RATE / WS-TO-RATE
               ON SIZE ERROR
                   MOVE 'S' TO CV-RESULT
                   EXIT PARAGRAPH
           END-COMPUTE.
           MOVE WS-TO-SUBSCRIPT TO WS-MATCH-SUBSCRIPT.
           PERFORM Apply-Currency-Rule.

      * Home currency is worth one of itself on any date; a
      * foreign currency is worth the latest rate dated on or
      * before the rate date, zero when none is.
       Find-Home-Rate.
           MOVE 0 TO WS-FOUND-RATE.
           MOVE 0 TO WS-BEST-RATE-DATE.
           IF WS-LOOKUP-CODE = WS-HOME-CURRENCY
               MOVE 1 TO WS-FOUND-RATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RATE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-RATE-SUBSCRIPT > WS-RATE-COUNT
               IF WS-RATE-CURRENCY(WS-RATE-SUBSCRIPT)
                       = WS-LOOKUP-CODE
                   AND WS-RATE-DATE(WS-RATE-SUBSCRIPT)
                       NOT > CV-RATE-DATE
                   AND WS-RATE-DATE(WS-RATE-SUBSCRIPT)
                       NOT < WS-BEST-RATE-DATE
                   MOVE WS-RATE-DATE(WS-RATE-SUBSCRIPT)
                       TO WS-BEST-RATE-DATE
                   MOVE WS-RATE-VALUE(WS-RATE-SUBSCRIPT)
                       TO WS-FOUND-RATE
               END-IF
           END-PERFORM.

      * The table entry picks both the decimal shape and whether
      * the move into it rounds half-up (COMPUTE ROUNDED) or
      * truncates (plain COMPUTE), as CURRRND applies it; the
      * entry is the one WS-MATCH-SUBSCRIPT points at.
       Apply-Currency-Rule.
           MOVE 'N' TO WS-SIZE-SWITCH.
           IF WS-TBL-DECIMAL-PLACES(WS-MATCH-SUBSCRIPT) = 0
               IF WS-TBL-ROUNDING-RULE(WS-MATCH-SUBSCRIPT) = 'H'
                   COMPUTE WS-ROUNDED-0-DEC ROUNDED = WS-RAW-AMOUNT
                       ON SIZE ERROR
                           SET RESULT-OVERFLOWED TO TRUE
                   END-COMPUTE
               ELSE
                   COMPUTE WS-ROUNDED-0-DEC = WS-RAW-AMOUNT
                       ON SIZE ERROR
                           SET RESULT-OVERFLOWED TO TRUE
                   END-COMPUTE
               END-IF
               MOVE WS-ROUNDED-0-DEC TO CV-AMOUNT-OUT
           ELSE
               IF WS-TBL-ROUNDING-RULE(WS-MATCH-SUBSCRIPT) = 'H'
                   COMPUTE WS-ROUNDED-2-DEC ROUNDED = WS-RAW-AMOUNT
                       ON SIZE ERROR
                           SET RESULT-OVERFLOWED TO TRUE
                   END-COMPUTE
               ELSE
                   COMPUTE WS-ROUNDED-2-DEC = WS-RAW-AMOUNT
                       ON SIZE ERROR
                           SET RESULT-OVERFLOWED TO TRUE
                   END-COMPUTE
               END-IF
               MOVE WS-ROUNDED-2-DEC TO CV-AMOUNT-OUT
           END-IF.
           IF RESULT-OVERFLOWED
               MOVE 0 TO CV-AMOUNT-OUT
               MOVE 'S' TO CV-RESULT
           ELSE
               MOVE 'Y' TO CV-RESULT
           END-IF.
