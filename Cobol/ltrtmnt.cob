       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTRTMNT.
      * Maintains the LTRTMPL letter template master
      * (copybooks/LTR-TMPL-REC.cpy, keyed by template and line)
      * from a batch of Add/Change/Delete transactions, the
      * transaction-register pattern RPTDMNT applies to report
      * distribution. Line 00 is the template's title and must
      * come first: a body line can only be added to a template
      * whose title is on file, and a title cannot be deleted
      * while body lines remain under it. Every merge field a line
      * names between @ signs must be one LTRPRINT knows how to
      * fill, so a misspelt field is caught here instead of
      * printing on a customer's letter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-TRANSACTIONS ASSIGN TO
               "Cobol/data/LTRTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-TRANS-STATUS.

           SELECT TEMPLATE-MASTER ASSIGN TO "Cobol/data/LTRTMPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-TEMPLATE-KEY
               FILE STATUS IS WS-TEMPLATE-MASTER-STATUS.

           SELECT TEMPLATE-REGISTER ASSIGN TO
               "Cobol/data/LTRTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-TRANSACTIONS.
      * One template transaction per line:
      *   Pos  1     TT-TRAN-CODE       X      A=add C=change
      *                                        D=delete
      *   Pos  2- 7  TT-TEMPLATE-ID     X(6)   Template
      *   Pos  8- 9  TT-LINE-NUMBER     9(2)   00=title, 01-40 body
      *   Pos 10-79  TT-LINE-TEXT       X(70)  Text with @FIELD@
      *                                        merge fields
       01 TEMPLATE-TRANSACTION-REC.
           05 TT-TRAN-CODE            PIC X.
               88 TT-TRAN-IS-ADD           VALUE 'A'.
               88 TT-TRAN-IS-CHANGE        VALUE 'C'.
               88 TT-TRAN-IS-DELETE        VALUE 'D'.
           05 TT-TEMPLATE-KEY.
               10 TT-TEMPLATE-ID      PIC X(6).
               10 TT-LINE-NUMBER      PIC 9(2).
                   88 TT-LINE-IS-TITLE         VALUE 0.
                   88 TT-LINE-IS-BODY          VALUE 1 THRU 40.
           05 TT-LINE-TEXT            PIC X(70).

       FD  TEMPLATE-MASTER.
       01 TEMPLATE-MASTER-REC.
           COPY LTR-TMPL-REC.

       FD  TEMPLATE-REGISTER.
       01 TEMPLATE-REGISTER-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TEMPLATE-TRANS-STATUS    PIC XX VALUE "00".
       01 WS-TEMPLATE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-TEMPLATE-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-TEMPLATE-ERROR-SWITCH    PIC X VALUE 'N'.
           88 TEMPLATE-IS-BAD              VALUE 'Y'.
           88 TEMPLATE-IS-GOOD             VALUE 'N'.
       01 WS-BODY-SWITCH              PIC X VALUE 'N'.
           88 BODY-LINES-ON-FILE           VALUE 'Y'.
           88 NO-BODY-LINES-ON-FILE        VALUE 'N'.

      * Merge-field scan of one line: the position of the opening
      * @ of the field in hand, zero between fields.
       01 WS-TEXT-INDEX               PIC 9(3) VALUE 0.
       01 WS-FIELD-START              PIC 9(3) VALUE 0.
       01 WS-FIELD-LENGTH             PIC 9(3) VALUE 0.
       01 WS-FIELD-NAME               PIC X(10) VALUE SPACES.
           88 MERGE-FIELD-IS-KNOWN         VALUE "NAME" "ACCOUNT"
                                              "BALANCE" "STATUS"
                                              "PRODUCT" "RATE"
                                              "DATE" "AMOUNT"
                                              "DETAIL" "TODAY".

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.

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
           MOVE "LTRTMNT" TO VS-PROGRAM-NAME.
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

      * Least-privilege: what the customers are told is an update
      * function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TEMPLATE-REGISTER.
           PERFORM Open-Template-Master.

           OPEN INPUT TEMPLATE-TRANSACTIONS.
           IF WS-TEMPLATE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-TEMPLATE-TRANS-STATUS NOT = "00"
                   READ TEMPLATE-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Template-Transaction
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-TRANSACTIONS
           ELSE
               DISPLAY "NO LTRTTRAN INPUT - NOTHING TO APPLY:"
                       WS-TEMPLATE-TRANS-STATUS
           END-IF.

           CLOSE TEMPLATE-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE TEMPLATE-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       Open-Template-Master.
           OPEN I-O TEMPLATE-MASTER.
           IF WS-TEMPLATE-MASTER-STATUS = "35"
               CLOSE TEMPLATE-MASTER
               OPEN OUTPUT TEMPLATE-MASTER
               CLOSE TEMPLATE-MASTER
               OPEN I-O TEMPLATE-MASTER
           END-IF.

       Apply-Template-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN TT-TEMPLATE-ID = SPACES
                   MOVE "TEMPLATE ID REQUIRED" TO WS-REJECT-REASON
                   PERFORM Reject-Template-Transaction
               WHEN TT-LINE-NUMBER NOT NUMERIC
                   OR NOT (TT-LINE-IS-TITLE OR TT-LINE-IS-BODY)
                   MOVE "LINE NUMBER NOT 00 TO 40" TO WS-REJECT-REASON
                   PERFORM Reject-Template-Transaction
               WHEN TT-TRAN-IS-ADD
                   PERFORM Apply-Template-Add
               WHEN TT-TRAN-IS-CHANGE
                   PERFORM Apply-Template-Change
               WHEN TT-TRAN-IS-DELETE
                   PERFORM Apply-Template-Delete
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Template-Transaction
           END-EVALUATE.

      * A title must say something; a body line may be blank - it
      * prints as the blank line between paragraphs - but must
      * belong to a titled template and name only known fields.
       Check-Template-Details.
           SET TEMPLATE-IS-GOOD TO TRUE.
           IF TT-LINE-IS-TITLE
               AND TT-LINE-TEXT = SPACES
               MOVE "TITLE TEXT REQUIRED" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM Check-Merge-Fields
           END-IF.
           IF WS-REJECT-REASON = SPACES
               AND TT-LINE-IS-BODY
               MOVE TT-TEMPLATE-ID TO LT-TEMPLATE-ID
               MOVE 0 TO LT-LINE-NUMBER
               READ TEMPLATE-MASTER
                   KEY IS LT-TEMPLATE-KEY
                   INVALID KEY
                       MOVE "TEMPLATE TITLE NOT ON FILE"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               SET TEMPLATE-IS-BAD TO TRUE
           END-IF.

      * Fields pair up @NAME@; an @ left open at the end of the
      * line, an empty or over-long name, or a name LTRPRINT has
      * no value for all reject the line.
       Check-Merge-Fields.
           MOVE 0 TO WS-FIELD-START.
           PERFORM VARYING WS-TEXT-INDEX FROM 1 BY 1
                   UNTIL WS-TEXT-INDEX > 70
                      OR WS-REJECT-REASON NOT = SPACES
               IF TT-LINE-TEXT(WS-TEXT-INDEX:1) = "@"
                   IF WS-FIELD-START = 0
                       MOVE WS-TEXT-INDEX TO WS-FIELD-START
                   ELSE
                       PERFORM Check-One-Merge-Field
                       MOVE 0 TO WS-FIELD-START
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REJECT-REASON = SPACES
               AND WS-FIELD-START NOT = 0
               MOVE "MERGE FIELD NOT CLOSED" TO WS-REJECT-REASON
           END-IF.

       Check-One-Merge-Field.
           COMPUTE WS-FIELD-LENGTH =
               WS-TEXT-INDEX - WS-FIELD-START - 1.
           IF WS-FIELD-LENGTH = 0 OR WS-FIELD-LENGTH > 10
               MOVE "MERGE FIELD NAME INVALID" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FIELD-NAME.
           MOVE TT-LINE-TEXT(WS-FIELD-START + 1:WS-FIELD-LENGTH)
               TO WS-FIELD-NAME.
           IF NOT MERGE-FIELD-IS-KNOWN
               MOVE SPACES TO WS-REJECT-REASON
               STRING "UNKNOWN FIELD @" WS-FIELD-NAME
                   DELIMITED BY SPACE INTO WS-REJECT-REASON
           END-IF.

       Move-Details-To-Template.
           MOVE TT-LINE-TEXT TO LT-LINE-TEXT.
           MOVE WS-RUN-DATE TO LT-CHANGED-DATE.

       Apply-Template-Add.
           PERFORM Check-Template-Details.
           IF TEMPLATE-IS-BAD
               PERFORM Reject-Template-Transaction
           ELSE
               MOVE TT-TEMPLATE-KEY TO LT-TEMPLATE-KEY
               PERFORM Move-Details-To-Template
               WRITE TEMPLATE-MASTER-REC
                   INVALID KEY
                       MOVE "ALREADY ON FILE" TO WS-REJECT-REASON
                       PERFORM Reject-Template-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           END-IF.

       Apply-Template-Change.
           PERFORM Check-Template-Details.
           IF TEMPLATE-IS-BAD
               PERFORM Reject-Template-Transaction
           ELSE
               MOVE TT-TEMPLATE-KEY TO LT-TEMPLATE-KEY
               READ TEMPLATE-MASTER
                   KEY IS LT-TEMPLATE-KEY
                   INVALID KEY
                       MOVE "NOT ON FILE" TO WS-REJECT-REASON
                       PERFORM Reject-Template-Transaction
                   NOT INVALID KEY
                       PERFORM Move-Details-To-Template
                       REWRITE TEMPLATE-MASTER-REC
                       PERFORM Register-Applied-Transaction
               END-READ
           END-IF.

       Apply-Template-Delete.
           IF TT-LINE-IS-TITLE
               PERFORM Check-For-Body-Lines
               IF BODY-LINES-ON-FILE
                   MOVE "BODY LINES STILL ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Template-Transaction
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE TT-TEMPLATE-KEY TO LT-TEMPLATE-KEY.
           DELETE TEMPLATE-MASTER RECORD
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Template-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-DELETE.

      * The body lines sort straight after the title record.
       Check-For-Body-Lines.
           SET NO-BODY-LINES-ON-FILE TO TRUE.
           MOVE TT-TEMPLATE-ID TO LT-TEMPLATE-ID.
           MOVE 0 TO LT-LINE-NUMBER.
           START TEMPLATE-MASTER KEY IS GREATER THAN LT-TEMPLATE-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ TEMPLATE-MASTER NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF LT-TEMPLATE-ID = TT-TEMPLATE-ID
                       SET BODY-LINES-ON-FILE TO TRUE
                   END-IF
           END-READ.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Template-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A024" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "LTRTMNT" TO EX-PROGRAM-ID.
           STRING "LTRTMPL TRAN REJECTED - KEY:" TT-TEMPLATE-KEY
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" TT-TRAN-CODE
                   " TEMPLATE:" TT-TEMPLATE-ID
                   " LINE:" TT-LINE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE TEMPLATE-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LTRTMPL TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE TEMPLATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LTRTMPL TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE TEMPLATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LTRTMPL TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE TEMPLATE-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
