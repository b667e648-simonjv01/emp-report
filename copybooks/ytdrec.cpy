      *----------------------------------------------------------------*
      * YTDREC   - Year-to-date payroll record layout (ytd.dat).
      *            One 71-byte record per employee ever paid, keyed
      *            on employee number: the tax year the figures
      *            belong to and the cumulative gross, PAYE, PRSI
      *            and USC deducted so far that year. emp-payroll
      *            YTD-YEAR is behind the run's year resets to zero
      *            the first time its employee is paid in the new
      *            tax year.
      *            YTD-ARREARS is the part of YTD-GROSS paid as
      *            backdated salary arrears, kept separately for the
      *            payslip and register - the record grew to 71 bytes
      *            for it, so a file written before it existed reads
      *            it in as spaces (= no arrears paid yet).
      *----------------------------------------------------------------*
       01  YTD-YTDREC.
           05  YTD-EMPNO          PIC 9(06).
           05  YTD-PRSI           PIC 9(09)V99.
           05  YTD-USC            PIC 9(09)V99.
           05  FILLER             PIC X(06).
           05  YTD-ARREARS        PIC 9(09)V99.
