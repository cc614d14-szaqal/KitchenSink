       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCALCW.
      * Withholding service over the TAXMAST graduated tax table
      * (copybooks/TAX-TABLE-REC.cpy), parameter area copybooks/
      * TAX-CALC-PARM.cpy. Prices one employee's period
      * withholding by the annualized percentage method: period
      * taxable wages times the periods in the year, less the
      * allowances claimed, taxed at the base plus the marginal
      * rate of the bracket the annual figure lands in, then
      * divided back down to the period ROUNDED half-up per the
      * CURRRND convention. Replaces the flat 'P' percentage
      * keyed on DEDMAST, which was wrong for anyone whose pay
      * crossed a bracket. The last table read is kept, so a run
      * of employees under the same year and status costs one
      * keyed read, not one per employee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-TABLE ASSIGN TO "Cobol/data/TAXMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TABLE-KEY
               FILE STATUS IS WS-TAX-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-TABLE.
       01 TAX-TABLE-REC.
           COPY TAX-TABLE-REC.

       WORKING-STORAGE SECTION.
       01 WS-TAX-TABLE-STATUS         PIC XX VALUE "00".

      * The table last read, held across CALLs the way LOGERR
      * holds its threshold - WORKING-STORAGE keeps its values
      * for the life of the run.
       01 WS-HELD-TABLE.
           COPY TAX-TABLE-REC
               REPLACING TX-TABLE-KEY        BY WS-HELD-KEY
                         TX-TAX-YEAR         BY WS-HELD-YEAR
                         TX-FILING-STATUS    BY WS-HELD-STATUS
                         TX-STATUS-IS-SINGLE BY WS-HELD-IS-SINGLE
                         TX-STATUS-IS-MARRIED
                                             BY WS-HELD-IS-MARRIED
                         TX-STATUS-IS-HEAD   BY WS-HELD-IS-HEAD
                         TX-ALLOWANCE-AMOUNT BY WS-HELD-ALLOWANCE
                         TX-BRACKET-COUNT    BY WS-HELD-COUNT
                         TX-BRACKET          BY WS-HELD-BRACKET
                         TX-BRACKET-FLOOR    BY WS-HELD-FLOOR
                         TX-BRACKET-BASE-TAX BY WS-HELD-BASE-TAX
                         TX-BRACKET-RATE     BY WS-HELD-RATE.
       01 WS-HELD-SWITCH              PIC X VALUE 'N'.
           88 TABLE-IS-HELD                VALUE 'Y'.
           88 TABLE-NOT-HELD               VALUE 'N'.

       01 WS-PERIODS                  PIC 9(3) VALUE 0.
       01 WS-ANNUAL-WAGES             PIC S9(9)V99 VALUE 0.
       01 WS-ANNUAL-TAX               PIC S9(9)V99 VALUE 0.
       01 WS-BRACKET-SUBSCRIPT        PIC 9 VALUE 0.
       01 WS-BRACKET-FOUND            PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 LS-TAX-CALC-PARM.
           COPY TAX-CALC-PARM.

       PROCEDURE DIVISION USING LS-TAX-CALC-PARM.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO TC-WITHHOLDING.
           MOVE 'N' TO TC-RESULT.

      * Blank status reads as single, unkeyed allowances as none,
      * the PAY-MASTER-REC convention for records keyed before
      * the withholding fields existed.
           IF TC-FILING-STATUS NOT = 'S' AND TC-FILING-STATUS NOT = 'M'
               AND TC-FILING-STATUS NOT = 'H'
               MOVE 'S' TO TC-FILING-STATUS
           END-IF.
           IF TC-ALLOWANCES NOT NUMERIC
               MOVE 0 TO TC-ALLOWANCES
           END-IF.
           IF TC-PERIODS-PER-YEAR NOT NUMERIC
               OR TC-PERIODS-PER-YEAR = 0
               MOVE 26 TO WS-PERIODS
           ELSE
               MOVE TC-PERIODS-PER-YEAR TO WS-PERIODS
           END-IF.

           PERFORM Fetch-Tax-Table.
           IF TABLE-NOT-HELD
               GOBACK
           END-IF.
           MOVE 'Y' TO TC-RESULT.

      * A negative period (a prior-period adjustment larger than
      * the period's pay) withholds nothing; the refund, if any,
      * is settled at year end, not by paying tax back here.
           IF TC-TAXABLE-GROSS NOT > 0
               GOBACK
           END-IF.

           COMPUTE WS-ANNUAL-WAGES =
               TC-TAXABLE-GROSS * WS-PERIODS
               - TC-ALLOWANCES * WS-HELD-ALLOWANCE.
           IF WS-ANNUAL-WAGES NOT > 0
               GOBACK
           END-IF.

           PERFORM Find-Bracket.
           COMPUTE WS-ANNUAL-TAX =
               WS-HELD-BASE-TAX(WS-BRACKET-FOUND)
               + (WS-ANNUAL-WAGES - WS-HELD-FLOOR(WS-BRACKET-FOUND))
                 * WS-HELD-RATE(WS-BRACKET-FOUND) / 100.
           COMPUTE TC-WITHHOLDING ROUNDED =
               WS-ANNUAL-TAX / WS-PERIODS
               ON SIZE ERROR
                   DISPLAY "TAXCALCW - WITHHOLDING OVERFLOW"
                   MOVE 0 TO TC-WITHHOLDING
                   MOVE 8 TO RETURN-CODE
           END-COMPUTE.
           GOBACK.

       Fetch-Tax-Table.
           IF TABLE-IS-HELD
               AND WS-HELD-YEAR = TC-TAX-YEAR
               AND WS-HELD-STATUS = TC-FILING-STATUS
               CONTINUE
           ELSE
               SET TABLE-NOT-HELD TO TRUE
               OPEN INPUT TAX-TABLE
               IF WS-TAX-TABLE-STATUS = "00"
                   MOVE TC-TAX-YEAR      TO TX-TAX-YEAR
                   MOVE TC-FILING-STATUS TO TX-FILING-STATUS
                   READ TAX-TABLE
                       KEY IS TX-TABLE-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TAX-TABLE-REC TO WS-HELD-TABLE
                           SET TABLE-IS-HELD TO TRUE
                   END-READ
                   CLOSE TAX-TABLE
               END-IF
           END-IF.

      * Brackets are kept in ascending floor order by TAXMAINT;
      * the last floor at or under the annual wages is the one.
       Find-Bracket.
           MOVE 1 TO WS-BRACKET-FOUND.
           PERFORM VARYING WS-BRACKET-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BRACKET-SUBSCRIPT > WS-HELD-COUNT
               IF WS-HELD-FLOOR(WS-BRACKET-SUBSCRIPT)
                       NOT > WS-ANNUAL-WAGES
                   MOVE WS-BRACKET-SUBSCRIPT TO WS-BRACKET-FOUND
               END-IF
           END-PERFORM.
