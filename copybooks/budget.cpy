      *----------------------------------------------------------------*
      * BUDGET   - Department budget record layout (budget.dat).
      *            One 40-byte record per department with an approved
      *            budget, keyed on the dept.dat code (DPT-CODE): the
      *            budget year, the approved headcount and the annual
      *            compensation budget (salary, bonus and commission
      *            together). Maintained by budget-maint (same
      *            old-in/new-out match/merge dept-maint runs, every
      *            code checked against dept.dat) and read by
      *            emp-budget for the budget-versus-actual report.
      *----------------------------------------------------------------*
       01  BGT-BUDGETREC.
           05  BGT-DEPT-CODE      PIC X(03).
           05  BGT-YEAR           PIC 9(04).
           05  BGT-HEADCOUNT      PIC 9(04).
           05  BGT-COMP-BUDGET    PIC 9(09)V99.
           05  FILLER             PIC X(18).
