      * DEPT-HIST-REC - shared record layout for the DEPTHIST
      * department assignment history: one record for every spell
      * an employee spends in a department, with the day it began
      * and the last day of it. EMPDEPT still holds only where the
      * employee is today; DEPTHIST is how the pay and reporting
      * programs answer "which department on date X". Keyed on
      * employee plus start date, so an employee's spells read back
      * oldest first. Only the CALLed DEPTHSTW service writes it -
      * DEPTMNT, CONSOLE and EMPTERM ask it to open and close
      * spells as assignments are added, transferred, removed and
      * ended by termination - and everything else asks it too.
      * An employee already assigned before the history began gets
      * a spell with a zero start date ("since before the history")
      * the first time their assignment changes; until then the
      * EMPDEPT assignment stands for all of their dates.
      *
      * Pos  1- 6  DH-EMPLOYEE-NUMBER 9(6)  Employee
      * Pos  7-14  DH-START-DATE      9(8)  YYYYMMDD first day in
      *                                     the department; zero
      *                                     before the history
      * Pos 15-18  DH-DEPT-CODE       X(4)  Department (DEPTMAST)
      * Pos 19-26  DH-END-DATE        9(8)  YYYYMMDD last day in
      *                                     the department; zero
      *                                     while current
      * Pos 27     DH-OPEN-REASON     X     N=new assignment
      *                                     T=transfer in
      *                                     H=held before history
      * Pos 28     DH-CLOSE-REASON    X     T=transfer out
      *                                     R=assignment removed
      *                                     X=employee terminated
      *                                     space while current
      * Pos 29-36  DH-RECORDED-DATE   9(8)  YYYYMMDD the change was
      *                                     keyed
           05 DH-HIST-KEY.
               10 DH-EMPLOYEE-NUMBER     PIC 9(6) VALUE 0.
               10 DH-START-DATE          PIC 9(8) VALUE 0.
           05 DH-DEPT-CODE               PIC X(4) VALUE SPACES.
           05 DH-END-DATE                PIC 9(8) VALUE 0.
               88 DH-SPELL-IS-CURRENT          VALUE 0.
           05 DH-OPEN-REASON             PIC X VALUE SPACE.
               88 DH-OPENED-NEW                VALUE 'N'.
               88 DH-OPENED-BY-TRANSFER        VALUE 'T'.
               88 DH-OPENED-BEFORE-HISTORY     VALUE 'H'.
           05 DH-CLOSE-REASON            PIC X VALUE SPACE.
               88 DH-CLOSED-BY-TRANSFER        VALUE 'T'.
               88 DH-CLOSED-BY-REMOVAL         VALUE 'R'.
               88 DH-CLOSED-BY-TERMINATION     VALUE 'X'.
           05 DH-RECORDED-DATE           PIC 9(8) VALUE 0.
