      * detail (when RP-HEADING-NEEDED comes back 'Y', write
      * RP-HEADING-1/RP-HEADING-2 first), and 'T' to format the
      * standard totals line into RP-PRINT-LINE.
      * RP-REPORT-ID names the report for the RPTREPO repository:
      * the caller's print DD, whose Cobol/data/<id>.DAT file the
      * RPTSTORE capture copies. The 'T' request queues the
      * finished report on RPTQUE; a blank id is not captured.
           05 RP-REQUEST-CODE            PIC X VALUE SPACE.
               88 RP-REQUEST-IS-INIT           VALUE 'I'.
               88 RP-REQUEST-IS-DETAIL         VALUE 'D'.
           05 RP-HEADING-1               PIC X(80) VALUE SPACES.
           05 RP-HEADING-2               PIC X(80) VALUE SPACES.
           05 RP-PRINT-LINE              PIC X(80) VALUE SPACES.
           05 RP-REPORT-ID               PIC X(8) VALUE SPACES.
