       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTRREQW.
      * Shared letter-request writer, the ACTLOG of customer
      * correspondence: CALLed with a filled LTR-REQ-REC (template,
      * account, asking program, event date, amount and detail),
      * stamps the request date here and appends to the LTRREQ
      * queue the nightly LTRPRINT run prints from - so every
      * account program asks for its letter the same way, at the
      * moment the event happens, instead of someone typing it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-REQUESTS ASSIGN TO "Cobol/data/LTRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-REQUESTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-REQUESTS.
       01 LETTER-REQUEST-REC.
           COPY LTR-REQ-REC.

       WORKING-STORAGE SECTION.
       01 WS-LETTER-REQUESTS-STATUS   PIC XX VALUE "00".

       LINKAGE SECTION.
       01 LS-LETTER-REQUEST.
           COPY LTR-REQ-REC
               REPLACING LQ-REQUEST-DATE   BY LS-REQUEST-DATE
                         LQ-TEMPLATE-ID    BY LS-TEMPLATE-ID
                         LQ-ACCT-SSN       BY LS-ACCT-SSN
                         LQ-SOURCE-PROGRAM BY LS-SOURCE-PROGRAM
                         LQ-EVENT-DATE     BY LS-EVENT-DATE
                         LQ-EVENT-AMOUNT   BY LS-EVENT-AMOUNT
                         LQ-EVENT-DETAIL   BY LS-EVENT-DETAIL.

       PROCEDURE DIVISION USING LS-LETTER-REQUEST.
           ACCEPT LS-REQUEST-DATE FROM DATE YYYYMMDD.
           IF LS-EVENT-DATE NOT NUMERIC OR LS-EVENT-DATE = 0
               MOVE LS-REQUEST-DATE TO LS-EVENT-DATE
           END-IF.

           MOVE LS-REQUEST-DATE   TO LQ-REQUEST-DATE.
           MOVE LS-TEMPLATE-ID    TO LQ-TEMPLATE-ID.
           MOVE LS-ACCT-SSN       TO LQ-ACCT-SSN.
           MOVE LS-SOURCE-PROGRAM TO LQ-SOURCE-PROGRAM.
           MOVE LS-EVENT-DATE     TO LQ-EVENT-DATE.
           MOVE LS-EVENT-AMOUNT   TO LQ-EVENT-AMOUNT.
           MOVE LS-EVENT-DETAIL   TO LQ-EVENT-DETAIL.

           OPEN EXTEND LETTER-REQUESTS.
           IF WS-LETTER-REQUESTS-STATUS = "05"
               OR WS-LETTER-REQUESTS-STATUS = "35"
               CLOSE LETTER-REQUESTS
               OPEN OUTPUT LETTER-REQUESTS
           END-IF.

           WRITE LETTER-REQUEST-REC.
           CLOSE LETTER-REQUESTS.
           GOBACK.
