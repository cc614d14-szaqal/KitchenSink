      * ONBD-TRACK-REC - shared record layout for the ONBDTRK
      * new-hire onboarding tracker, keyed by the employee number
      * like EMPDEPT and EMPSTAT. The CALLed ONBOARDW service opens
      * one for every employee added - EMPMAINT, EMPIMPRT, ZERO2,
      * CONSOLE and REHIRE all ask it to - and ONBDCHK checks the
      * open ones each day against the satellite masters, marking
      * each setup item complete the first day it is found on
      * file. ONBDMNT lets HR waive an item that will never come
      * (paid by check, no deductions, no system user id) or close
      * a tracker outright.
      *
      * Pos  1- 6  OB-EMPLOYEE-NUMBER 9(6)  Master record key
      * Pos  7-14  OB-OPENED-DATE     9(8)  YYYYMMDD tracker opened
      * Pos 15-22  OB-START-DATE      9(8)  YYYYMMDD hire or rehire
      * Pos 23-30  OB-OPENED-BY       X(8)  Program that added the
      *                                     employee
      * Pos 31     OB-TRACK-STATUS    X     O=open C=complete
      *                                     X=closed - left, or
      *                                     closed by HR
      * Pos 32-39  OB-CLOSED-DATE     9(8)  YYYYMMDD; zero while open
      * Pos 40-47  OB-LAST-CHECKED    9(8)  YYYYMMDD last ONBDCHK run
      * Six 9-byte setup items follow, positions 48-101:
      *   OB-ITEM-STATUS X     space=outstanding Y=on file
      *                        W=waived
      *   OB-ITEM-DATE   9(8)  YYYYMMDD found on file or waived
      * in this order (the OB-SETUP-BY-NAME view):
      *   1 PAYMAST pay record       4 ADDRMAST address
      *   2 DEDMAST deductions       5 EMPDEPT assignment
      *   3 BANKMAST deposit route,  6 USERMAST user id
      *     waived when paid by
      *     check
           05 OB-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 OB-OPENED-DATE             PIC 9(8) VALUE 0.
           05 OB-START-DATE              PIC 9(8) VALUE 0.
           05 OB-OPENED-BY               PIC X(8) VALUE SPACES.
           05 OB-TRACK-STATUS            PIC X VALUE 'O'.
               88 OB-TRACK-IS-OPEN             VALUE 'O'.
               88 OB-TRACK-IS-COMPLETE         VALUE 'C'.
               88 OB-TRACK-IS-CLOSED           VALUE 'X'.
           05 OB-CLOSED-DATE             PIC 9(8) VALUE 0.
           05 OB-LAST-CHECKED            PIC 9(8) VALUE 0.
           05 OB-SETUP-ITEMS.
               10 OB-SETUP-ITEM OCCURS 6 TIMES.
                   15 OB-ITEM-STATUS     PIC X.
                       88 OB-ITEM-IS-OUTSTANDING VALUE SPACE.
                       88 OB-ITEM-IS-ON-FILE     VALUE 'Y'.
                       88 OB-ITEM-IS-WAIVED      VALUE 'W'.
                       88 OB-ITEM-IS-DONE        VALUE 'Y' 'W'.
                   15 OB-ITEM-DATE       PIC 9(8).
           05 OB-SETUP-BY-NAME REDEFINES OB-SETUP-ITEMS.
               10 OB-PAY-RECORD-STATUS   PIC X.
               10 OB-PAY-RECORD-DATE     PIC 9(8).
               10 OB-DEDUCTIONS-STATUS   PIC X.
               10 OB-DEDUCTIONS-DATE     PIC 9(8).
               10 OB-PAY-ROUTE-STATUS    PIC X.
               10 OB-PAY-ROUTE-DATE      PIC 9(8).
               10 OB-ADDRESS-STATUS      PIC X.
               10 OB-ADDRESS-DATE        PIC 9(8).
               10 OB-ASSIGNMENT-STATUS   PIC X.
               10 OB-ASSIGNMENT-DATE     PIC 9(8).
               10 OB-USER-ID-STATUS      PIC X.
               10 OB-USER-ID-DATE        PIC 9(8).
