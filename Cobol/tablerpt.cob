      *  populated-item count per column, so this report always
      *  reflects whatever tables.cob actually populated instead of
      *  a second hardcoded copy of the same literals.
      *  The report is kept in the RPTREPO repository as TABLERPT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            MOVE 'I' TO RP-REQUEST-CODE.
            MOVE "GRID REPORT" TO RP-REPORT-TITLE.
            MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
            MOVE "TABLERPT" TO RP-REPORT-ID.
            MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
            CALL "RPTWRITE" USING WS-RPT-CONTROL.

