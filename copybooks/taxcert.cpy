      *----------------------------------------------------------------*
      * TAXCERT  - Employee tax certificate record (taxcert.dat).
      *            One 60-byte record per employee holding a Revenue
      *            certificate, keyed on employee number: the
      *            certificate reference, the tax year it covers,
      *            the tax basis, the employee's own monthly standard
      *            rate cut-off and tax credit, and their USC and
      *            PRSI standing. Maintained by taxcert-maint (same
      *            old-in/new-out match/merge dept-maint runs) and
      *            loaded whole by emp-payroll, which calculates
      *            PAYE/USC/PRSI from these figures in place of the
      *            standard ones in WS-TAX-CONSTANTS. An employee
      *            with no certificate for the run's tax year is paid
      *            on the standard figures and listed on the payroll's
      *            no-certificate report for Finance to chase.
      *              TXC-BASIS      N (or space) - normal basis, own
      *                             cut-off and credit apply
      *                             E - emergency basis: no cut-off
      *                             and no credit, all pay at the
      *                             higher rate, USC at the top rate
      *              TXC-USC-STATUS S (or space) - standard bands
      *                             R - reduced rate (medical card/
      *                             over-70): nothing above the
      *                             second band's rate
      *                             X - exempt, no USC deducted
      *              TXC-PRSI-CLASS A (or space) - class A employee
      *                             rate, M - class M, nil PRSI
      *----------------------------------------------------------------*
       01  TXC-TAXCERT.
           05  TXC-EMPNO          PIC 9(06).
           05  TXC-CERT-REF       PIC X(12).
           05  TXC-TAX-YEAR       PIC 9(04).
           05  TXC-BASIS          PIC X(01).
               88  TXC-NORMAL             VALUE 'N' ' '.
               88  TXC-EMERGENCY          VALUE 'E'.
           05  TXC-MTH-CUTOFF     PIC 9(05)V99.
           05  TXC-MTH-CREDIT     PIC 9(05)V99.
           05  TXC-USC-STATUS     PIC X(01).
               88  TXC-USC-STANDARD       VALUE 'S' ' '.
               88  TXC-USC-REDUCED        VALUE 'R'.
               88  TXC-USC-EXEMPT         VALUE 'X'.
           05  TXC-PRSI-CLASS     PIC X(01).
               88  TXC-PRSI-CLASS-A       VALUE 'A' ' '.
               88  TXC-PRSI-CLASS-M       VALUE 'M'.
           05  FILLER             PIC X(21).
