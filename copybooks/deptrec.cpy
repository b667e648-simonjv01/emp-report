      *            report headers and matrix rows), emp-maint (a
      *            transaction's department must be on this file)
      *            and dept-maint (the maintenance run that owns it).
      *
      *            DPT-PARENT-DEPT is the code of the department this
      *            one rolls up to (spaces = a top-level department).
      *            It takes three bytes of what used to be trailing
      *            filler, so existing dept.dat records read in as
      *            top-level. emp-orgchart reports the hierarchy.
      *----------------------------------------------------------------*
       01  DPT-DEPTREC.
           05  DPT-CODE           PIC X(03).
           05  DPT-NAME           PIC X(20).
           05  DPT-MGR-EMPNO      PIC 9(06).
           05  DPT-COST-CTR       PIC X(06).
           05  DPT-PARENT-DEPT    PIC X(03).
           05  FILLER             PIC X(02).
