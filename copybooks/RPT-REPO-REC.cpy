      * RPT-REPO-REC - record layout for the RPTREPO report
      * repository: every report RPTSTORE captures, stored line
      * for line under report id, run date and cycle (the 1st,
      * 2nd... capture of that report on that date), so RPTDISTR
      * can bundle it and RPTRPRT reprint it without rerunning
      * the job. Line zero of each stored copy is its header,
      * carrying what the RPTQUE entry said and the date the copy
      * expires; RPTSTORE deletes a copy whole once that date has
      * passed.
      *
      * Pos  1- 8  RR-REPORT-ID    X(8)   Report id - print DD
      * Pos  9-16  RR-RUN-DATE     9(8)   YYYYMMDD of the run
      * Pos 17-18  RR-CYCLE        9(2)   Capture on that date
      * Pos 19-24  RR-LINE-NUMBER  9(6)   0=header, 1-n=lines
      * Pos 25-104 RR-PRINT-LINE   X(80)  The report line
      * Header view of positions 25-104:
      * Pos 25-64  RR-REPORT-TITLE X(40)  RPTWRITE report title
      * Pos 65-72  RR-PROGRAM      X(8)   Program that wrote it
      * Pos 73-78  RR-LINE-COUNT   9(6)   Lines stored
      * Pos 79-82  RR-PAGE-COUNT   9(4)   Pages printed
      * Pos 83-90  RR-CAPTURE-DATE 9(8)   YYYYMMDD captured
      * Pos 91-98  RR-EXPIRY-DATE  9(8)   YYYYMMDD deleted after
           05 RR-REPO-KEY.
               10 RR-STORED-COPY.
                   15 RR-REPORT-ID       PIC X(8) VALUE SPACES.
                   15 RR-RUN-DATE        PIC 9(8) VALUE 0.
                   15 RR-CYCLE           PIC 9(2) VALUE 0.
               10 RR-LINE-NUMBER         PIC 9(6) VALUE 0.
                   88 RR-LINE-IS-HEADER        VALUE 0.
           05 RR-PRINT-LINE              PIC X(80) VALUE SPACES.
           05 RR-HEADER REDEFINES RR-PRINT-LINE.
               10 RR-REPORT-TITLE        PIC X(40).
               10 RR-PROGRAM             PIC X(8).
               10 RR-LINE-COUNT          PIC 9(6).
               10 RR-PAGE-COUNT          PIC 9(4).
               10 RR-CAPTURE-DATE        PIC 9(8).
               10 RR-EXPIRY-DATE         PIC 9(8).
               10 FILLER                 PIC X(6).
