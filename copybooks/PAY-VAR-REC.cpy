      * PAY-VAR-REC - shared record layout for the PAYVAR pay
      * variance review file: what PAYVARN flagged in a period's
      * PAYCALC pay before it is released to the bank, and who
      * disposed of each flag. One review header per period plus
      * one item per flag - a gross, net, tax, garnishment or
      * deduction amount that swung past the VARNCTL tolerances
      * against the employee's previous PAYHIST period or the
      * average of the last several, a first-time pay, or a pay
      * to an employee terminated on EMPHIST. PAYVCLR clears or
      * overrides items; DDEPOSIT, CHECKPRT and PAYACCT release a
      * period only when the CALLed PAYVARW finds its review run
      * and nothing pending. Keyed on period, employee, item and
      * basis, so a period reads back header first (employee
      * zero), then employee by employee. Nothing is deleted but
      * pending items a rerun of the review replaces.
      *
      * Pos  1- 8  VR-PERIOD-END      9(8)  PAYPCTL period reviewed
      * Pos  9-14  VR-EMPLOYEE-NUMBER 9(6)  Zero on the header
      * Pos 15-20  VR-ITEM-CODE       X(6)  GROSS, NET, TAX, GARN,
      *                                     DEDxxx (DEDMAST code
      *                                     xxx), FIRST or TERM;
      *                                     spaces on the header
      * Pos 21     VR-BASIS           X     H=review header
      *                                     P=previous period
      *                                     A=average of periods
      *                                     F=first-time pay
      *                                     T=terminated employee
      * Item (P, A, F, T):
      * Pos 22-31  VR-CURRENT-AMOUNT  S9(7)V99 This period's
      *                                     amount (the net on F
      *                                     and T), sign leading
      *                                     separate
      * Pos 32-41  VR-BASIS-AMOUNT    S9(7)V99 Previous or average
      *                                     amount, sign leading
      *                                     separate; zero on F, T
      * Pos 42-49  VR-REFERENCE-DATE  9(8)  Previous period end on
      *                                     P, EMPHIST termination
      *                                     date on T, else zero
      * Pos 50     VR-STATUS          X     P=pending C=cleared
      *                                     O=overridden
      * Pos 51-58  VR-RAISED-DATE     9(8)  YYYYMMDD flagged
      * Pos 59-66  VR-DISPOSED-BY     X(8)  Operator who cleared or
      *                                     overrode it
      * Pos 67-74  VR-DISPOSED-DATE   9(8)  YYYYMMDD
      * Pos 75-104 VR-REASON          X(30) Why; required on an
      *                                     override
      * Header (H):
      * Pos 22-29  VR-REVIEW-DATE     9(8)  YYYYMMDD last reviewed
      * Pos 30-37  VR-REVIEWED-BY     X(8)  Operator who ran it
      * Pos 38-47  VR-PAYS-REVIEWED, VR-ITEMS-FLAGGED 9(5) each
      * Pos 48-59  VR-TOLERANCE-PCT 9(3), VR-MINIMUM-AMOUNT
      *            9(5)V99, VR-AVERAGE-PERIODS 9(2) - the VARNCTL
      *            tolerances the review ran with
           05 VR-VAR-KEY.
               10 VR-PERIOD-END          PIC 9(8) VALUE 0.
               10 VR-EMPLOYEE-NUMBER     PIC 9(6) VALUE 0.
               10 VR-ITEM-CODE           PIC X(6) VALUE SPACES.
               10 VR-BASIS               PIC X VALUE SPACE.
                   88 VR-IS-HEADER             VALUE 'H'.
                   88 VR-AGAINST-PREVIOUS      VALUE 'P'.
                   88 VR-AGAINST-AVERAGE       VALUE 'A'.
                   88 VR-FIRST-TIME-PAY        VALUE 'F'.
                   88 VR-TERMINATED-PAY        VALUE 'T'.
           05 VR-ITEM-BODY.
               10 VR-CURRENT-AMOUNT      PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
               10 VR-BASIS-AMOUNT        PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
               10 VR-REFERENCE-DATE      PIC 9(8) VALUE 0.
               10 VR-STATUS              PIC X VALUE 'P'.
                   88 VR-ITEM-PENDING          VALUE 'P'.
                   88 VR-ITEM-CLEARED          VALUE 'C'.
                   88 VR-ITEM-OVERRIDDEN       VALUE 'O'.
               10 VR-RAISED-DATE         PIC 9(8) VALUE 0.
               10 VR-DISPOSED-BY         PIC X(8) VALUE SPACES.
               10 VR-DISPOSED-DATE       PIC 9(8) VALUE 0.
               10 VR-REASON              PIC X(30) VALUE SPACES.
           05 VR-HEADER-BODY REDEFINES VR-ITEM-BODY.
               10 VR-REVIEW-DATE         PIC 9(8).
               10 VR-REVIEWED-BY         PIC X(8).
               10 VR-PAYS-REVIEWED       PIC 9(5).
               10 VR-ITEMS-FLAGGED       PIC 9(5).
               10 VR-TOLERANCE-PCT       PIC 9(3).
               10 VR-MINIMUM-AMOUNT      PIC 9(5)V99.
               10 VR-AVERAGE-PERIODS     PIC 9(2).
               10 FILLER                 PIC X(45).
