      * TAX-FILE-REC - record layouts for the TAXEFILE year-end
      * electronic information return TAXFILE builds for the tax
      * authority, in place of figures keyed into its portal by
      * hand: for each kind of return filed, a payer header, one
      * payee record per person paid, and a payer trailer with
      * the payee count and amount control totals; one end-of-
      * file record closes the transmission with the payer and
      * payee counts. The payee TIN is carried in full - this
      * file goes to the authority, not to a printer. A
      * correction file has the same shape with the correction
      * indicator set on every header and payee record, each
      * payee carrying the corrected figures in full. Like
      * HOLDER-RPT-REC.cpy this copybook owns its own 01 levels,
      * since the typed views are REDEFINES siblings; COPY it
      * into WORKING-STORAGE and move records through the FD
      * buffer.
      *
      * Pos  1     TX-RECORD-TYPE     X       A=payer header
      *                                       B=payee C=payer
      *                                       trailer F=end of file
      * Payer header:
      * Pos  2     TX-HDR-RETURN-TYPE X       W=wages and tax
      *                                       withheld (YTDMAST)
      *                                       I=interest paid
      *                                       (POSTHIST)
      * Pos  3- 6  TX-HDR-TAX-YEAR    9(4)
      * Pos  7-15  TX-HDR-PAYER-TIN   X(9)    Payer FEIN, TAXCTL
      * Pos 16-45  TX-HDR-PAYER-NAME  X(30)
      * Pos 46     TX-HDR-CORRECTION  X       Space=original
      *                                       G=corrected return
      * Pos 47-54  TX-HDR-FILE-DATE   9(8)    YYYYMMDD built
      * Payee:
      * Pos  2     TX-RETURN-TYPE     X       W or I, as the header
      * Pos  3-11  TX-PAYEE-TIN       9(9)    Full SSN
      * Pos 12-41  TX-PAYEE-NAME      X(30)
      * Pos 42-66  TX-PAYEE-STREET    X(25)   ADDRMAST; spaces if
      * Pos 67-81  TX-PAYEE-CITY      X(15)   no address on file
      * Pos 82-83  TX-PAYEE-STATE     X(2)
      * Pos 84-88  TX-PAYEE-ZIP       X(5)
      * Pos 89-99  TX-AMOUNT-1        9(9)V99 Wages paid (W) or
      *                                       interest paid (I)
      * Pos 100-110 TX-AMOUNT-2       9(9)V99 Tax withheld (W);
      *                                       zero on I
      * Pos 111    TX-CORRECTION      X       Space or G
      * Pos 112-120 TX-PAYER-REFERENCE X(9)   Employee number on
      *                                       W; spaces on I
      * Payer trailer:
      * Pos  2     TX-TRL-RETURN-TYPE X
      * Pos  3-10  TX-TRL-PAYEE-COUNT 9(8)    Payee records
      * Pos 11-25  TX-TRL-AMOUNT-1    9(13)V99
      * Pos 26-40  TX-TRL-AMOUNT-2    9(13)V99
      * End of file:
      * Pos  2- 9  TX-EOF-PAYER-COUNT 9(8)    Payer headers
      * Pos 10-17  TX-EOF-PAYEE-COUNT 9(8)    Payee records in all
       01 TAX-FILE-RECORD.
           05 TX-RECORD-TYPE             PIC X VALUE SPACE.
               88 TX-IS-PAYER-HEADER           VALUE 'A'.
               88 TX-IS-PAYEE                  VALUE 'B'.
               88 TX-IS-PAYER-TRAILER          VALUE 'C'.
               88 TX-IS-END-OF-FILE            VALUE 'F'.
           05 TX-RECORD-BODY             PIC X(119) VALUE SPACES.
       01 TAX-FILE-HEADER REDEFINES TAX-FILE-RECORD.
           05 FILLER                     PIC X.
           05 TX-HDR-RETURN-TYPE         PIC X.
           05 TX-HDR-TAX-YEAR            PIC 9(4).
           05 TX-HDR-PAYER-TIN           PIC X(9).
           05 TX-HDR-PAYER-NAME          PIC X(30).
           05 TX-HDR-CORRECTION          PIC X.
           05 TX-HDR-FILE-DATE           PIC 9(8).
           05 FILLER                     PIC X(66).
       01 TAX-FILE-PAYEE REDEFINES TAX-FILE-RECORD.
           05 FILLER                     PIC X.
           05 TX-RETURN-TYPE             PIC X.
               88 TX-RETURN-IS-WAGES           VALUE 'W'.
               88 TX-RETURN-IS-INTEREST        VALUE 'I'.
           05 TX-PAYEE-TIN               PIC 9(9).
           05 TX-PAYEE-NAME              PIC X(30).
           05 TX-PAYEE-STREET            PIC X(25).
           05 TX-PAYEE-CITY              PIC X(15).
           05 TX-PAYEE-STATE             PIC X(2).
           05 TX-PAYEE-ZIP               PIC X(5).
           05 TX-AMOUNT-1                PIC 9(9)V99.
           05 TX-AMOUNT-2                PIC 9(9)V99.
           05 TX-CORRECTION              PIC X.
           05 TX-PAYER-REFERENCE         PIC X(9).
       01 TAX-FILE-TRAILER REDEFINES TAX-FILE-RECORD.
           05 FILLER                     PIC X.
           05 TX-TRL-RETURN-TYPE         PIC X.
           05 TX-TRL-PAYEE-COUNT         PIC 9(8).
           05 TX-TRL-AMOUNT-1            PIC 9(13)V99.
           05 TX-TRL-AMOUNT-2            PIC 9(13)V99.
           05 FILLER                     PIC X(80).
       01 TAX-FILE-END REDEFINES TAX-FILE-RECORD.
           05 FILLER                     PIC X.
           05 TX-EOF-PAYER-COUNT         PIC 9(8).
           05 TX-EOF-PAYEE-COUNT         PIC 9(8).
           05 FILLER                     PIC X(103).
