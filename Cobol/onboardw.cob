       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBOARDW.
      * New-hire onboarding tracker service over the ONBDTRK file
      * (copybooks/ONBD-TRACK-REC.cpy) - the one place a tracker
      * is opened, so every program that adds an employee opens it
      * the same way. A new hire's pay record, deductions, deposit
      * route, address, department and user id each arrive on
      * their own; the tracker is how ONBDCHK knows which are
      * still to come.
      * Request codes:
      *   'O' - open the tracker for OW-EMPLOYEE-NUMBER, starting
      *         OW-START-DATE (the hire or rehire date; zero means
      *         today), added by program OW-OPENED-BY. Every setup
      *         item starts outstanding. A returning employee's old
      *         tracker is opened afresh - the satellites were
      *         cleared when they left.
      * Result 'Y' when the tracker is on file open.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACKER-MASTER ASSIGN TO "Cobol/data/ONBDTRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-EMPLOYEE-NUMBER
               FILE STATUS IS WS-TRACKER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACKER-MASTER.
       01 TRACKER-MASTER-REC.
           COPY ONBD-TRACK-REC.

       WORKING-STORAGE SECTION.
       01 WS-TRACKER-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-ITEM-INDEX               PIC 9 VALUE 0.

       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 TRACKER-FOUND                VALUE 'Y'.
           88 TRACKER-NOT-FOUND            VALUE 'N'.

       LINKAGE SECTION.
       01 LS-ONBOARD-REQUEST.
           05 OW-REQUEST-CODE         PIC X.
           05 OW-EMPLOYEE-NUMBER      PIC 9(6).
           05 OW-START-DATE           PIC 9(8).
           05 OW-OPENED-BY            PIC X(8).
           05 OW-RESULT-SWITCH        PIC X.

       PROCEDURE DIVISION USING LS-ONBOARD-REQUEST.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO OW-RESULT-SWITCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           EVALUATE OW-REQUEST-CODE
               WHEN 'O'
                   PERFORM Open-Tracker
               WHEN OTHER
                   DISPLAY "ONBOARDW - UNKNOWN REQUEST CODE:"
                           OW-REQUEST-CODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * The first add on a new system creates the file.
       Open-Tracker.
           OPEN I-O TRACKER-MASTER.
           IF WS-TRACKER-MASTER-STATUS = "35"
               CLOSE TRACKER-MASTER
               OPEN OUTPUT TRACKER-MASTER
               CLOSE TRACKER-MASTER
               OPEN I-O TRACKER-MASTER
           END-IF.
           IF WS-TRACKER-MASTER-STATUS NOT = "00"
               DISPLAY "ONBOARDW - ONBDTRK WILL NOT OPEN:"
                       WS-TRACKER-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.

           SET TRACKER-NOT-FOUND TO TRUE.
           MOVE OW-EMPLOYEE-NUMBER TO OB-EMPLOYEE-NUMBER.
           READ TRACKER-MASTER
               KEY IS OB-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRACKER-FOUND TO TRUE
           END-READ.

           MOVE OW-EMPLOYEE-NUMBER TO OB-EMPLOYEE-NUMBER.
           MOVE WS-RUN-DATE TO OB-OPENED-DATE.
           IF OW-START-DATE NUMERIC
               AND OW-START-DATE NOT = 0
               MOVE OW-START-DATE TO OB-START-DATE
           ELSE
               MOVE WS-RUN-DATE TO OB-START-DATE
           END-IF.
           MOVE OW-OPENED-BY TO OB-OPENED-BY.
           SET OB-TRACK-IS-OPEN TO TRUE.
           MOVE 0 TO OB-CLOSED-DATE.
           MOVE 0 TO OB-LAST-CHECKED.
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > 6
               MOVE SPACE TO OB-ITEM-STATUS(WS-ITEM-INDEX)
               MOVE 0 TO OB-ITEM-DATE(WS-ITEM-INDEX)
           END-PERFORM.

           IF TRACKER-FOUND
               REWRITE TRACKER-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO OW-RESULT-SWITCH
               END-REWRITE
           ELSE
               WRITE TRACKER-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO OW-RESULT-SWITCH
               END-WRITE
           END-IF.
           CLOSE TRACKER-MASTER.
