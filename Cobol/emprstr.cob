      * master: an alphabetic roster by last name/first name, then
      * a seniority roster by hire date, each paginated through
      * the shared RPTWRITE service with its own record count.
      * Each run is kept in the RPTREPO report repository as
      * EMPRSTR, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE "EMPLOYEE ROSTER - ALPHABETIC"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "EMPRSTR" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           SORT SORT-WORK
