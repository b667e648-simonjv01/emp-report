      *----------------------------------------------------------------*
      * PAYHIST  - Pay history record layout (payhist.dat).
      *            One 120-byte record per employee paid per pay
      *            period: the period (YYYYMM), the run date
      *            (DDMMYYYY, same byte order as the master's dates),
      *            the employee's department and name as paid, and
      *            the month's gross, PAYE, PRSI, USC and net, with
      *            the part of the gross that was salary arrears.
      *            emp-payroll reads last run's file in and writes
      *            it back out with this period's records replaced by
      *            the run's own - the same old-in/new-out handover
      *            ytd.dat uses, so a rerun of a period never leaves
      *            two sets of figures for it. emp-payvar compares
      *            the latest period against the one before it ahead
      *            of the bank upload, and emp-yearend adds up the
      *            tax year's periods to reconcile ytd.dat against.
      *              PHS-PAY-TYPE   R - a regular month
      *                             F - a leaver's pro-rated final
      *                             month
      *----------------------------------------------------------------*
       01  PHS-PAYHIST.
           05  PHS-PERIOD         PIC 9(06).
           05  PHS-RUN-DATE       PIC 9(08).
           05  PHS-EMPNO          PIC 9(06).
           05  PHS-WORKDEPT       PIC X(03).
           05  PHS-NAME           PIC X(30).
           05  PHS-GROSS          PIC 9(07)V99.
           05  PHS-PAYE           PIC 9(07)V99.
           05  PHS-PRSI           PIC 9(07)V99.
           05  PHS-USC            PIC 9(07)V99.
           05  PHS-NET            PIC 9(07)V99.
           05  PHS-ARREARS        PIC 9(07)V99.
           05  PHS-PAY-TYPE       PIC X(01).
               88  PHS-REGULAR            VALUE 'R'.
               88  PHS-FINAL              VALUE 'F'.
           05  FILLER             PIC X(12).
