      * RPT-QUEUE-REC - record layout for the RPTQUE capture
      * queue: one record per report finished through the CALLed
      * RPTWRITE service ('T' request with an RP-REPORT-ID), so
      * the RPTSTORE capture knows which report files this cycle
      * rewrote and copies them into the RPTREPO repository
      * before the next run overwrites them. RPTSTORE empties the
      * queue once every entry on it is captured.
      *
      * Pos  1- 8  RQ-REPORT-ID    X(8)   Report id - print DD
      * Pos  9-16  RQ-PROGRAM      X(8)   Program that wrote it
      * Pos 17-56  RQ-REPORT-TITLE X(40)  RPTWRITE report title
      * Pos 57-64  RQ-RUN-DATE     9(8)   YYYYMMDD of the run
      * Pos 65-72  RQ-RUN-TIME     9(8)   HHMMSSHH finished
      * Pos 73-76  RQ-PAGE-COUNT   9(4)   Pages printed
      * Pos 77-82  RQ-DETAIL-COUNT 9(6)   Detail lines printed
           05 RQ-REPORT-ID               PIC X(8) VALUE SPACES.
           05 RQ-PROGRAM                 PIC X(8) VALUE SPACES.
           05 RQ-REPORT-TITLE            PIC X(40) VALUE SPACES.
           05 RQ-RUN-DATE                PIC 9(8) VALUE 0.
           05 RQ-RUN-TIME                PIC 9(8) VALUE 0.
           05 RQ-PAGE-COUNT              PIC 9(4) VALUE 0.
           05 RQ-DETAIL-COUNT            PIC 9(6) VALUE 0.
