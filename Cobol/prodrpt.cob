       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODRPT.
      * Account counts and balances by product. Every product on
      * the PRODMAST product master (PROD-MASTER-REC.cpy) gets a
      * line in product-code order, whether or not any account
      * carries it, and is set against the ACCTMAST accounts
      * carrying it: the live accounts (open, held or dormant -
      * closed and escheated ones are counted apart), their total
      * balance, how many are overdrawn and how many of those are
      * past the product's overdraft allowance, and how many are
      * on hold. An account with no product code counts under
      * STD, the product the pricing programs give it. Accounts
      * carrying a code that is not on the master report behind
      * the products, flagged, rather than dropping out of the
      * totals - they are the accounts ACCTACCR and SVCCHRG are
      * leaving unpriced. Prints through the shared RPTWRITE
      * service, the BUDGRPT layout. Installment loans are not
      * deposit products: their balances are money owed to us,
      * so they count on a line of their own after the totals
      * instead of reading as overdrawn deposits.
      * Each run is kept in the RPTREPO report repository as
      * PRODRPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "Cobol/data/PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT PRODUCT-REPORT ASSIGN TO "Cobol/data/PRODRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       01 PRODUCT-MASTER-REC.
           COPY PROD-MASTER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  PRODUCT-REPORT.
       01 PRODUCT-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-PRODUCT-REPORT-STATUS    PIC XX VALUE "00".

      * One entry per product reported: PRODMAST products load
      * first, in key order, then any code an account carries
      * that is not on the master is added behind them.
       01 WS-PRODUCT-COUNT            PIC 9(3) VALUE 0.
       01 WS-PRODUCT-MAX              PIC 9(3) VALUE 100.
       01 WS-PRODUCT-SUBSCRIPT        PIC 9(3) VALUE 0.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 100 TIMES.
               10 WS-PRODUCT-CODE     PIC X(3).
               10 WS-PRODUCT-NAME     PIC X(20).
               10 WS-PRODUCT-ON-MASTER PIC X.
                   88 PRODUCT-ON-MASTER    VALUE 'Y'.
               10 WS-PRODUCT-ALLOWANCE PIC 9(7)V99.
               10 WS-PRODUCT-LIVE     PIC 9(6).
               10 WS-PRODUCT-BALANCE  PIC S9(11)V99.
               10 WS-PRODUCT-OVERDRAWN PIC 9(6).
               10 WS-PRODUCT-PAST-LIMIT PIC 9(6).
               10 WS-PRODUCT-HELD     PIC 9(6).
               10 WS-PRODUCT-ENDED    PIC 9(6).

       01 WS-LOOKUP-PRODUCT           PIC X(3) VALUE SPACES.
       01 WS-BALANCE-PAST-ALLOWANCE   PIC S9(8)V99 VALUE 0.
       01 WS-ACCOUNTS-READ            PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-ACCOUNTS         PIC 9(6) VALUE 0.
       01 WS-TABLE-FULL-COUNT         PIC 9(6) VALUE 0.
       01 WS-TOTAL-LIVE               PIC 9(6) VALUE 0.
       01 WS-TOTAL-OVERDRAWN          PIC 9(6) VALUE 0.
       01 WS-TOTAL-ENDED              PIC 9(6) VALUE 0.
       01 WS-TOTAL-BALANCE            PIC S9(11)V99 VALUE 0.
       01 WS-LOAN-ACCOUNTS            PIC 9(6) VALUE 0.
       01 WS-LOAN-BALANCE             PIC S9(11)V99 VALUE 0.

       01 WS-EDITED-BALANCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-LIVE-DISPLAY             PIC ZZZZZ9.
       01 WS-OVERDRAWN-DISPLAY        PIC ZZZZZ9.
       01 WS-PAST-LIMIT-DISPLAY       PIC ZZZZZ9.
       01 WS-HELD-DISPLAY             PIC ZZZZZ9.
       01 WS-ENDED-DISPLAY            PIC ZZZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PRODRPT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Load-Products.
           PERFORM Accumulate-Accounts.
           CLOSE ACCOUNT-MASTER.

           OPEN OUTPUT PRODUCT-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "ACCOUNT COUNTS AND BALANCES BY PRODUCT"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "PRODRPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           PERFORM VARYING WS-PRODUCT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PRODUCT-SUBSCRIPT > WS-PRODUCT-COUNT
               PERFORM Report-One-Product
           END-PERFORM.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE PRODUCT-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE PRODUCT-REPORT.
           GOBACK.

       Load-Products.
           OPEN INPUT PRODUCT-MASTER.
           IF WS-PRODUCT-MASTER-STATUS = "00"
               PERFORM UNTIL WS-PRODUCT-MASTER-STATUS NOT = "00"
                   READ PRODUCT-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Load-One-Product
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER
           ELSE
               DISPLAY "NO PRODMAST ON FILE - EVERY PRODUCT FLAGGED"
           END-IF.

       Load-One-Product.
           MOVE PR-PRODUCT-CODE TO WS-LOOKUP-PRODUCT.
           PERFORM Find-Product-Entry.
           IF WS-PRODUCT-SUBSCRIPT > 0
               MOVE 'Y' TO WS-PRODUCT-ON-MASTER(WS-PRODUCT-SUBSCRIPT)
               MOVE PR-PRODUCT-NAME
                   TO WS-PRODUCT-NAME(WS-PRODUCT-SUBSCRIPT)
               MOVE PR-OVERDRAFT-LIMIT
                   TO WS-PRODUCT-ALLOWANCE(WS-PRODUCT-SUBSCRIPT)
           END-IF.

       Accumulate-Accounts.
           PERFORM UNTIL WS-ACCOUNT-MASTER-STATUS NOT = "00"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Accumulate-One-Account
               END-READ
           END-PERFORM.

      * Closed and escheated accounts stay on the master but no
      * longer hold money the product prices, so they count
      * apart from the live ones and add nothing to the balance.
       Accumulate-One-Account.
           ADD 1 TO WS-ACCOUNTS-READ.
           IF AM-ACCOUNT-IS-LOAN
               ADD 1 TO WS-LOAN-ACCOUNTS
               ADD AM-BALANCE TO WS-LOAN-BALANCE
               EXIT PARAGRAPH
           END-IF.
           IF AM-PRODUCT-CODE = SPACES
               MOVE "STD" TO WS-LOOKUP-PRODUCT
           ELSE
               MOVE AM-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
           END-IF.
           PERFORM Find-Product-Entry.
           IF WS-PRODUCT-SUBSCRIPT = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT PRODUCT-ON-MASTER(WS-PRODUCT-SUBSCRIPT)
               ADD 1 TO WS-UNKNOWN-ACCOUNTS
           END-IF.
           IF AM-ACCOUNT-IS-CLOSED OR AM-ACCOUNT-IS-ESCHEATED
               ADD 1 TO WS-PRODUCT-ENDED(WS-PRODUCT-SUBSCRIPT)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PRODUCT-LIVE(WS-PRODUCT-SUBSCRIPT).
           ADD AM-BALANCE TO WS-PRODUCT-BALANCE(WS-PRODUCT-SUBSCRIPT).
           IF AM-ACCOUNT-IS-HELD
               ADD 1 TO WS-PRODUCT-HELD(WS-PRODUCT-SUBSCRIPT)
           END-IF.
           IF AM-BALANCE < 0
               ADD 1 TO WS-PRODUCT-OVERDRAWN(WS-PRODUCT-SUBSCRIPT)
               COMPUTE WS-BALANCE-PAST-ALLOWANCE = AM-BALANCE
                   + WS-PRODUCT-ALLOWANCE(WS-PRODUCT-SUBSCRIPT)
               IF WS-BALANCE-PAST-ALLOWANCE < 0
                   ADD 1
                       TO WS-PRODUCT-PAST-LIMIT(WS-PRODUCT-SUBSCRIPT)
               END-IF
           END-IF.

       Find-Product-Entry.
           PERFORM VARYING WS-PRODUCT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PRODUCT-SUBSCRIPT > WS-PRODUCT-COUNT
                   OR WS-PRODUCT-CODE(WS-PRODUCT-SUBSCRIPT)
                       = WS-LOOKUP-PRODUCT
               CONTINUE
           END-PERFORM.
           IF WS-PRODUCT-SUBSCRIPT > WS-PRODUCT-COUNT
               IF WS-PRODUCT-COUNT < WS-PRODUCT-MAX
                   ADD 1 TO WS-PRODUCT-COUNT
                   MOVE WS-PRODUCT-COUNT TO WS-PRODUCT-SUBSCRIPT
                   MOVE WS-LOOKUP-PRODUCT
                       TO WS-PRODUCT-CODE(WS-PRODUCT-SUBSCRIPT)
                   MOVE "** NOT ON PRODMAST **"
                       TO WS-PRODUCT-NAME(WS-PRODUCT-SUBSCRIPT)
                   MOVE 'N'
                       TO WS-PRODUCT-ON-MASTER(WS-PRODUCT-SUBSCRIPT)
                   MOVE 0
                       TO WS-PRODUCT-ALLOWANCE(WS-PRODUCT-SUBSCRIPT)
                   MOVE 0 TO WS-PRODUCT-LIVE(WS-PRODUCT-SUBSCRIPT)
                   MOVE 0 TO WS-PRODUCT-BALANCE(WS-PRODUCT-SUBSCRIPT)
                   MOVE 0
                       TO WS-PRODUCT-OVERDRAWN(WS-PRODUCT-SUBSCRIPT)
                   MOVE 0
                       TO WS-PRODUCT-PAST-LIMIT(WS-PRODUCT-SUBSCRIPT)
                   MOVE 0 TO WS-PRODUCT-HELD(WS-PRODUCT-SUBSCRIPT)
                   MOVE 0 TO WS-PRODUCT-ENDED(WS-PRODUCT-SUBSCRIPT)
               ELSE
                   MOVE 0 TO WS-PRODUCT-SUBSCRIPT
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       Report-One-Product.
           ADD WS-PRODUCT-LIVE(WS-PRODUCT-SUBSCRIPT) TO WS-TOTAL-LIVE.
           ADD WS-PRODUCT-OVERDRAWN(WS-PRODUCT-SUBSCRIPT)
               TO WS-TOTAL-OVERDRAWN.
           ADD WS-PRODUCT-ENDED(WS-PRODUCT-SUBSCRIPT)
               TO WS-TOTAL-ENDED.
           ADD WS-PRODUCT-BALANCE(WS-PRODUCT-SUBSCRIPT)
               TO WS-TOTAL-BALANCE.

           MOVE WS-PRODUCT-LIVE(WS-PRODUCT-SUBSCRIPT)
               TO WS-LIVE-DISPLAY.
           MOVE WS-PRODUCT-BALANCE(WS-PRODUCT-SUBSCRIPT)
               TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PRODUCT " WS-PRODUCT-CODE(WS-PRODUCT-SUBSCRIPT)
                   " " WS-PRODUCT-NAME(WS-PRODUCT-SUBSCRIPT)
                   " ACCTS:" WS-LIVE-DISPLAY
                   " BAL:" WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-PRODUCT-OVERDRAWN(WS-PRODUCT-SUBSCRIPT)
               TO WS-OVERDRAWN-DISPLAY.
           MOVE WS-PRODUCT-PAST-LIMIT(WS-PRODUCT-SUBSCRIPT)
               TO WS-PAST-LIMIT-DISPLAY.
           MOVE WS-PRODUCT-HELD(WS-PRODUCT-SUBSCRIPT)
               TO WS-HELD-DISPLAY.
           MOVE WS-PRODUCT-ENDED(WS-PRODUCT-SUBSCRIPT)
               TO WS-ENDED-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  OVERDRAWN:" WS-OVERDRAWN-DISPLAY
                   " PAST ALLOWANCE:" WS-PAST-LIMIT-DISPLAY
                   " HELD:" WS-HELD-DISPLAY
                   " CLOSED:" WS-ENDED-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           IF NOT PRODUCT-ON-MASTER(WS-PRODUCT-SUBSCRIPT)
               MOVE "  ** ACCOUNTS CARRY A PRODUCT NOT ON PRODMAST **"
                   TO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-IF.

       Write-Report-Totals.
           MOVE WS-TOTAL-LIVE TO WS-LIVE-DISPLAY.
           MOVE WS-TOTAL-BALANCE TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOTAL LIVE ACCOUNTS:" WS-LIVE-DISPLAY
                   " BALANCE:" WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-TOTAL-OVERDRAWN TO WS-OVERDRAWN-DISPLAY.
           MOVE WS-TOTAL-ENDED TO WS-ENDED-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOTAL OVERDRAWN:    " WS-OVERDRAWN-DISPLAY
                   " CLOSED OR ESCHEATED:" WS-ENDED-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-LOAN-ACCOUNTS TO WS-LIVE-DISPLAY.
           MOVE WS-LOAN-BALANCE TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "INSTALLMENT LOANS:  " WS-LIVE-DISPLAY
                   " BALANCE:" WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           IF WS-UNKNOWN-ACCOUNTS > 0
               MOVE WS-UNKNOWN-ACCOUNTS TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "ACCOUNTS ON A PRODUCT NOT ON PRODMAST:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "ACCOUNTS OVER 100 PRODUCTS - NOT SHOWN:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE PRODUCT-REPORT-LINE FROM RP-HEADING-1
               WRITE PRODUCT-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE PRODUCT-REPORT-LINE FROM WS-DETAIL-LINE.
