      * Pos 14-22  YT-GROSS           S9(7)V99 Year gross to date
      * Pos 23-31  YT-DEDUCTIONS      S9(7)V99 Year deductions
      * Pos 32-40  YT-NET             S9(7)V99 Year net to date
      * Pos 41-49  YT-TAX             S9(7)V99 Year TAXMAST
      *                                        withholding; kept
      *                                        apart from
      *                                        YT-DEDUCTIONS, added
      *                                        at the end per the
      *                                        EX-SEVERITY
      *                                        convention
      * Pos 50-58  YT-TAXABLE-GROSS   S9(7)V99 Year gross less the
      *                                        pre-tax RETPART plan
      *                                        deferrals - the wages
      *                                        withholding was priced
      *                                        on. Not numeric on a
      *                                        record written before
      *                                        it existed: read as
      *                                        YT-GROSS
           05 YT-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 YT-YEAR                    PIC 9(4) VALUE 0.
           05 YT-PERIODS-PAID            PIC 9(3) VALUE 0.
           05 YT-GROSS                   PIC S9(7)V99 VALUE 0.
           05 YT-DEDUCTIONS              PIC S9(7)V99 VALUE 0.
           05 YT-NET                     PIC S9(7)V99 VALUE 0.
           05 YT-TAX                     PIC S9(7)V99 VALUE 0.
           05 YT-TAXABLE-GROSS           PIC S9(7)V99 VALUE 0.
