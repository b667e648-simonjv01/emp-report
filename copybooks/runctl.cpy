      *                  shared run-control file
      *              L - load check: refuse unless emp-verify's
      *                  latest verdict on file for today is PROMOTE
      *              R - reporting check: refuse when emp-maint (or
      *                  emp-purge) is on file for today but
      *                  emp-verify's latest verdict is not PROMOTE
      *              U - bank upload check: refuse unless
      *                  emp-payvar's latest verdict on file for
      *                  today is PASS and no emp-payroll run has
      *                  completed since it
      *              S - payroll sweep check: refuse unless
      *                  emp-sweep's latest outcome on file for
      *                  today is CLEAN and no emp-maint or
      *                  emp-purge run has completed since it
      *              M - maintenance check: refuse once an
      *                  emp-payroll run has completed today, so
      *                  no change is posted between that payroll's
      *                  arrears window and the next one's
      *              P - last-run lookup: RCT-LAST-RUN-DATE comes
      *                  back with the latest date (DDMMYYYY) before
      *                  today on which RCT-PROGRAM completed, or
      *                  zero when it never has - never refuses
      *              A - purge-count lookup: RCT-REC-CNT comes back
      *                  with the master records emp-purge has
      *                  archived today since emp-verify's latest
      *                  verdict (zero when none) - never refuses
      *            A refused check comes back with RCT-REFUSED set
      *            and the reason text for the console. Setting the
      *            RUNOVRD environment variable to Y overrides a
               88  RCT-FUNC-WRITE         VALUE 'W'.
               88  RCT-FUNC-CHK-LOAD      VALUE 'L'.
               88  RCT-FUNC-CHK-REPORT    VALUE 'R'.
               88  RCT-FUNC-CHK-UPLOAD    VALUE 'U'.
               88  RCT-FUNC-CHK-SWEEP     VALUE 'S'.
               88  RCT-FUNC-CHK-MAINT     VALUE 'M'.
               88  RCT-FUNC-LAST-RUN      VALUE 'P'.
               88  RCT-FUNC-PURGE-CNT     VALUE 'A'.
           05  RCT-PROGRAM        PIC X(12).
           05  RCT-REC-CNT        PIC 9(05).
           05  RCT-OUTCOME        PIC X(14).
               88  RCT-ALLOWED            VALUE 'Y'.
               88  RCT-REFUSED            VALUE 'N'.
           05  RCT-REASON         PIC X(60).
           05  RCT-LAST-RUN-DATE  PIC 9(08).
