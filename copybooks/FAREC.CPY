      *----------------------------------------------------------
      * Shared record layout for the fixed asset register
      * (FAMAST.DAT), indexed by the six-digit asset id. Kept
      * online by FA-MAINT; FA-DEPR charges one month's
      * depreciation per period to the expense account (debit)
      * and the accumulated depreciation account (credit), and
      * posts the disposal once the disposal date is reached;
      * FA-RPT lists cost, accumulated depreciation and net book
      * value and proves them against GLMASTER.DAT. COPY this into
      * the FD for FIXED-ASSET-FILE in any program that reads or
      * writes it, so the layout always matches on both sides.
      * Method "S" is straight line over the life in months, "D"
      * is double declining balance with the final month taking
      * whatever is left. Status "A" is in service, "D" disposed.
      * A disposal date of zero means the asset is still held.
      *----------------------------------------------------------
           01 FIXED-ASSET-RECORD.
               05 FA-ASSET-ID         PIC 9(6).
               05 FA-DESCRIPTION      PIC X(30).
               05 FA-ENTITY           PIC X(3).
               05 FA-COST-CENTER      PIC X(4).
               05 FA-ASSET-ACCOUNT    PIC X(8).
               05 FA-ACCUM-ACCOUNT    PIC X(8).
               05 FA-EXPENSE-ACCOUNT  PIC X(8).
               05 FA-COST             PIC 9(9)V99.
               05 FA-IN-SERVICE-DATE  PIC 9(8).
               05 FA-LIFE-MONTHS      PIC 9(3).
               05 FA-METHOD           PIC X.
                   88 FA-STRAIGHT-LINE     VALUE "S".
                   88 FA-DECLINING-BALANCE VALUE "D".
               05 FA-ACCUM-DEPR       PIC 9(9)V99.
               05 FA-MONTHS-TAKEN     PIC 9(3).
               05 FA-LAST-DEPR-PERIOD PIC 9(6).
               05 FA-DISPOSAL-DATE    PIC 9(8).
               05 FA-PROCEEDS         PIC 9(9)V99.
               05 FA-GAIN-LOSS        PIC S9(9)V99.
               05 FA-STATUS           PIC X.
                   88 FA-IN-SERVICE VALUE "A".
                   88 FA-DISPOSED   VALUE "D".
