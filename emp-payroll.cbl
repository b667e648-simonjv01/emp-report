      *          *YTD-IN      - Last run's year-to-date payroll file
      *          *YTD-OUT     - This run's year-to-date payroll file
      *                         (becomes next run's YTD-IN)
      *          *TAXCERT-FILE - Employee tax certificate file
      *                         maintained by taxcert-maint (read only)
      *          *NOCERT-RPT  - Employees paid without a certificate
      *          *AUDIT-FILE  - emp-maint's before/after audit trail
      *                         (read only)
      *          *ARREARS-RPT - Salary arrears paid, by department
      *          *PHIST-IN    - Last run's pay history file
      *          *PHIST-OUT   - This run's pay history file - last
      *                         run's with this period's records
      *                         replaced (becomes next run's PHIST-IN)
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *                   a corrected account gets the corrected
      *                   details - rolled into the extract's count
      *                   and hash total like any other credit.
      *   2026-10-15  SV  PAYE/USC/PRSI now come from each
      *                   employee's own tax certificate (see
      *                   taxcert.cpy) - TAXCERT-FILE (DD-name
      *                   TXCDD) is loaded whole at startup, and the
      *                   certificate's cut-off, credit, emergency
      *                   basis, USC status and PRSI class replace
      *                   the standard WS-TAX-CONSTANTS figures. An
      *                   employee with no certificate for the tax
      *                   year is still paid on the standard figures
      *                   but listed on the new NOCERT-RPT (DD-name
      *                   NCRTDD) for Finance to chase. The
      *                   certificate reference prints on the
      *                   register detail line and the payslip.
      *   2026-10-15  SV  Pays backdated salary arrears. emp-maint's
      *                   audit trail (DD-name AUDDD) is read at
      *                   startup for the salary updates posted
      *                   since the last completed payroll (the new
      *                   emp-runctl P lookup) whose AUD-EFF-DATE
      *                   falls in a month already paid at the old
      *                   rate; the difference for those months is
      *                   added to the employee's gross and taxed
      *                   through the normal PAYE/PRSI/USC. The
      *                   arrears print on their own register and
      *                   payslip lines, accumulate in the new
      *                   YTD-ARREARS (see ytdrec.cpy), and are
      *                   listed by department on the new
      *                   ARREARS-RPT (DD-name ARRDD) with anything
      *                   not paid this run at the foot.
      *   2026-10-15  SV  Keeps a pay history file (see payhist.cpy)
      *                   - last run's PHIST-IN (DD-name PHSIDD,
      *                   OPTIONAL for the first run) is copied to
      *                   PHIST-OUT (DD-name PHSODD) less any
      *                   records already filed for this period,
      *                   and one record per employee paid is added
      *                   - so the new emp-payvar can compare this
      *                   month against last before the bank upload
      *                   and a rerun replaces its period cleanly.
      *   2026-10-15  SV  Also gated on the new emp-sweep consistency
      *                   sweep through emp-runctl's S check - the
      *                   run refuses to start unless today's latest
      *                   sweep is CLEAN (RUNOVRD=Y overrides, as for
      *                   the maintenance-cycle check).
      *   2026-10-15  SV  Review fixes: the payslip printed a normal
      *                   certificate as CUMULATIVE BASIS, but PAYE
      *                   and USC are worked on this month's gross
      *                   against the monthly cut-off and credit
      *                   alone - it now prints WEEK1/MONTH1 BASIS.
      *   2026-10-15  SV  Review fixes: the arrears window only holds
      *                   if nothing is posted on a payroll's own date
      *                   after it completes - emp-runctl's new M
      *                   check now refuses emp-maint once today's
      *                   payroll has completed (see b500).
      *--------------------------------------------------------*

       environment division.
               organization is line sequential
               file status is WS-CIFILE-ST.

      * tax certificate file maintained by taxcert-maint - loaded
      * into WS-TAXCERT at startup so each employee's own credits
      * and cut-off are on hand without re-reading it per employee.
           select TAXCERT-FILE assign to 'TXCDD'
               organization is line sequential
               file status is WS-TXFILE-ST.

      * employees paid on the standard figures for want of a
      * certificate for the tax year - Finance's chase list.
           select NOCERT-RPT assign to 'NCRTDD'
               organization is line sequential
               file status is WS-NCFILE-ST.

      * emp-maint's before/after audit trail - read whole at startup
      * for the backdated salary updates posted since the last
      * payroll. OPTIONAL - an installation that has never run a
      * maintenance cycle has no trail yet.
           select optional AUDIT-FILE assign to 'AUDDD'
               organization is line sequential
               file status is WS-AUFILE-ST.

      * the salary arrears paid this run, listed by department.
           select ARREARS-RPT assign to 'ARRDD'
               organization is line sequential
               file status is WS-ARFILE-ST.

      * last run's pay history file - copied forward whole except
      * for this period's records. OPTIONAL - the first run after
      * the history began has none.
           select optional PHIST-IN assign to 'PHSIDD'
               organization is line sequential
               file status is WS-HIFILE-ST.

      * this run's pay history file - becomes next run's PHIST-IN.
           select PHIST-OUT assign to 'PHSODD'
               organization is line sequential
               file status is WS-HOFILE-ST.

       data division.
       file section.
      * INPUT-FILE/SORT-FILE only ever pass through the SORT below, so
           copy ytdrec.

       fd  YTD-OUT.
       01  ytd-out-rec                pic x(71).

      * the carried-forward credit - the same BNK-DTL-REC layout
      * emp-bankret writes, with its own CFW- field names.
           05  CFW-BIC               PIC X(11).
           05  FILLER                PIC X(05).

       fd  TAXCERT-FILE.
           copy taxcert.

       fd  NOCERT-RPT.
       01  ncrt-file-rec              pic x(132).

       fd  AUDIT-FILE.
           copy auditrec.

       fd  ARREARS-RPT.
       01  arr-file-rec               pic x(132).

       fd  PHIST-IN.
           copy payhist.

       fd  PHIST-OUT.
       01  phs-out-rec                pic x(120).

       working-storage section.

      * cobol level 88 condition clause.
           05 WS-YIFILE-ST           PIC 9(02)       VALUE ZEROES.
           05 WS-YOFILE-ST           PIC 9(02)       VALUE ZEROES.
           05 WS-CIFILE-ST           PIC 9(02)       VALUE ZEROES.
           05 WS-TXFILE-ST           PIC 9(02)       VALUE ZEROES.
           05 WS-NCFILE-ST           PIC 9(02)       VALUE ZEROES.
           05 WS-AUFILE-ST           PIC 9(02)       VALUE ZEROES.
           05 WS-ARFILE-ST           PIC 9(02)       VALUE ZEROES.
           05 WS-HIFILE-ST           PIC 9(02)       VALUE ZEROES.
           05 WS-HOFILE-ST           PIC 9(02)       VALUE ZEROES.

       01 WS-COUNTERS.
           05 WS-INP-REC             PIC 9(05).
           05 WS-PAID-REC            PIC 9(05).
           05 WS-SKIP-REC            PIC 9(05).
           05 WS-FINAL-REC           PIC 9(05).
           05 WS-NOCERT-REC          PIC 9(05).

       01 WS-TEMP-DATE.
           05 WS-TDY-DTE PIC 9(08).
           05 WS-USC-BAND3-RATE      PIC V9999    VALUE .0300.
           05 WS-USC-BAND4-RATE      PIC V9999    VALUE .0800.

      * this employee's own tax position for the month - off their
      * certificate when one is held for the run's tax year,
      * otherwise the standard WS-TAX-CONSTANTS figures above (and a
      * line on the no-certificate report). set by e015 and used by
      * the PAYE/PRSI/USC paragraphs in place of the constants.
       01 WS-EMP-TAX.
           05 WS-EMP-CERT-REF        PIC X(12)  VALUE SPACES.
           05 WS-EMP-CUTOFF          PIC 9(05)V99 VALUE ZEROES.
           05 WS-EMP-CREDIT          PIC 9(05)V99 VALUE ZEROES.
           05 WS-EMP-CERT-SW         PIC X(01)  VALUE 'N'.
              88 CERT-HELD                      VALUE 'Y'.
              88 CERT-NOT-HELD                  VALUE 'N'.
           05 WS-EMP-BASIS-SW        PIC X(01)  VALUE 'N'.
              88 TAX-NORMAL                     VALUE 'N'.
              88 TAX-EMERGENCY                  VALUE 'E'.
           05 WS-EMP-USC-SW          PIC X(01)  VALUE 'S'.
              88 USC-STANDARD                   VALUE 'S'.
              88 USC-REDUCED                    VALUE 'R'.
              88 USC-EXEMPT                     VALUE 'X'.
           05 WS-EMP-PRSI-SW         PIC X(01)  VALUE 'A'.
              88 PRSI-CLASS-A                   VALUE 'A'.
              88 PRSI-CLASS-M                   VALUE 'M'.
           05 WS-NOCERT-REASON       PIC X(30)  VALUE SPACES.

      * final-pay working fields - whether the record in hand is a
      * leaver drawing their pro-rated final month, the termination
      * day/month/year split out of IN-TERMDATE, and the days-in-
           05 WS-MTH-USC             PIC 9(07)V99 VALUE ZEROES.
           05 WS-MTH-NET             PIC S9(07)V99 VALUE ZEROES.
           05 WS-USC-SLICE           PIC 9(07)V99 VALUE ZEROES.
      * backdated salary arrears paid this month - already inside
      * WS-MTH-GROSS, held apart for the register and payslip.
           05 WS-MTH-ARREARS         PIC 9(07)V99 VALUE ZEROES.
      * this employee's cumulative figures after e065-update-ytd has
      * rolled the month in - what the register YTD line and the
      * payslip YTD block print.
           05 WS-YTD-PAYE            PIC 9(09)V99 VALUE ZEROES.
           05 WS-YTD-PRSI            PIC 9(09)V99 VALUE ZEROES.
           05 WS-YTD-USC             PIC 9(09)V99 VALUE ZEROES.
           05 WS-YTD-ARREARS         PIC 9(09)V99 VALUE ZEROES.

      * department control-break totals, same pattern as emp-report.
       01 WS-CTL-BREAK.
              10 YTB-PAYE             PIC 9(09)V99.
              10 YTB-PRSI             PIC 9(09)V99.
              10 YTB-USC              PIC 9(09)V99.
              10 YTB-ARREARS          PIC 9(09)V99.
           05 WS-YTD-IDX             PIC 9(04)  VALUE ZEROES.
           05 WS-FOUND-YTD-IDX       PIC 9(04)  VALUE ZEROES.
           05 WS-LKP-YTD-EMPNO       PIC 9(06)  VALUE ZEROES.

      * tax certificate table - TAXCERT-FILE loaded whole at
      * startup and scanned by l300-lookup-taxcert per employee paid.
       01 WS-TAXCERT.
           05 WS-TXC-EOF-SW          PIC X(01)  VALUE 'N'.
              88 TXC-EOF                        VALUE 'Y'.
              88 TXC-NOT-EOF                    VALUE 'N'.
           05 WS-TXC-CNT             PIC 9(04)  VALUE ZEROES.
           05 WS-TXC-TBL OCCURS 1000 TIMES.
              10 TCT-EMPNO            PIC 9(06).
              10 TCT-CERT-REF         PIC X(12).
              10 TCT-TAX-YEAR         PIC 9(04).
              10 TCT-BASIS            PIC X(01).
              10 TCT-MTH-CUTOFF       PIC 9(05)V99.
              10 TCT-MTH-CREDIT       PIC 9(05)V99.
              10 TCT-USC-STATUS       PIC X(01).
              10 TCT-PRSI-CLASS       PIC X(01).
           05 WS-TXC-IDX             PIC 9(04)  VALUE ZEROES.
           05 WS-FOUND-TXC-IDX       PIC 9(04)  VALUE ZEROES.
           05 WS-LKP-TXC-EMPNO       PIC 9(06)  VALUE ZEROES.

      * salary arrears table - one slot per backdated salary update
      * off the audit trail, loaded at startup by b500-load-arrears
      * and taken up by e500-collect-arrears as each employee is
      * paid. the window is the run dates after the last completed
      * payroll up to today, compared as YYYYMMDD. a change
      * effective after the 15th of its month counts from the
      * following month. a decrease is listed but not recovered.
       01 WS-ARREARS.
           05 WS-AUD-EOF-SW          PIC X(01)  VALUE 'N'.
              88 AUD-EOF                        VALUE 'Y'.
              88 AUD-NOT-EOF                    VALUE 'N'.
           05 WS-ARR-FROM-DTE        PIC 9(08)  VALUE ZEROES.
           05 THIS REDEFINES WS-ARR-FROM-DTE.
              10 WS-ARRFROM-YYYY      PIC 9(04).
              10 WS-ARRFROM-MM        PIC 9(02).
              10 WS-ARRFROM-DD        PIC 9(02).
           05 WS-AUD-CMP-DTE         PIC 9(08)  VALUE ZEROES.
           05 THIS REDEFINES WS-AUD-CMP-DTE.
              10 WS-AUDCMP-YYYY       PIC 9(04).
              10 WS-AUDCMP-MM         PIC 9(02).
              10 WS-AUDCMP-DD         PIC 9(02).
           05 WS-EFF-CMP-DTE         PIC 9(08)  VALUE ZEROES.
           05 THIS REDEFINES WS-EFF-CMP-DTE.
              10 WS-EFFCMP-YYYY       PIC 9(04).
              10 WS-EFFCMP-MM         PIC 9(02).
              10 WS-EFFCMP-DD         PIC 9(02).
           05 WS-ARR-MONTHS          PIC S9(05) VALUE ZEROES.
           05 WS-ARR-NAME-PTR        PIC S9(03) VALUE ZEROES.
           05 WS-ARR-CNT             PIC 9(04)  VALUE ZEROES.
           05 WS-ARR-TBL OCCURS 500 TIMES.
              10 ART-EMPNO            PIC 9(06).
              10 ART-NAME             PIC X(30).
              10 ART-WORKDEPT         PIC X(03).
              10 ART-EFF-DATE         PIC 9(08).
              10 ART-OLD-SAL          PIC 9(07)V99.
              10 ART-NEW-SAL          PIC 9(07)V99.
              10 ART-MONTHS           PIC 9(03).
              10 ART-AMOUNT           PIC 9(07)V99.
              10 ART-KIND-SW          PIC X(01).
                 88 ART-INCREASE                VALUE 'I'.
                 88 ART-DECREASE                VALUE 'D'.
              10 ART-TAKEN-SW         PIC X(01).
                 88 ART-TAKEN                   VALUE 'Y'.
                 88 ART-NOT-TAKEN               VALUE 'N'.
           05 WS-ARR-IDX             PIC 9(04)  VALUE ZEROES.
      * arrears listing running figures and control break.
           05 WS-ARR-PAID-CNT        PIC 9(04)  VALUE ZEROES.
           05 WS-ARR-DECR-CNT        PIC 9(04)  VALUE ZEROES.
           05 WS-ARR-UNPD-CNT        PIC 9(04)  VALUE ZEROES.
           05 WS-ARR-PREV-DEPT       PIC X(03)  VALUE SPACES.
           05 WS-ARR-FIRST-SW        PIC X(01)  VALUE 'Y'.
              88 ARR-FIRST-DEPT                 VALUE 'Y'.
              88 ARR-NOT-FIRST-DEPT             VALUE 'N'.
           05 WS-ARR-DEPT-CNT        PIC 9(04)  VALUE ZEROES.
           05 WS-ARR-DEPT-AMT        PIC 9(09)V99 VALUE ZEROES.
           05 WS-ARR-GRAND-AMT       PIC 9(09)V99 VALUE ZEROES.
           05 WS-ARR-UNPD-HDR-SW     PIC X(01)  VALUE 'N'.
              88 ARR-UNPD-HDR-DONE              VALUE 'Y'.

      * the raw 9-digit salary images off the audit record carried
      * back to numbers - same implied V99 as IN-SALARY, same
      * conversion emp-moves makes.
       01 WS-SAL-CONV.
           05 WS-OLD-SAL-X           PIC X(09) VALUE SPACES.
           05 WS-OLD-SAL REDEFINES WS-OLD-SAL-X
                                     PIC 9(07)V99.
           05 WS-NEW-SAL-X           PIC X(09) VALUE SPACES.
           05 WS-NEW-SAL REDEFINES WS-NEW-SAL-X
                                     PIC 9(07)V99.

      * pay history carry-forward - the period this run files its
      * records under (YYYYMM of the run date), and the records of
      * that period a rerun found already on file and dropped.
       01 WS-PHIST-VALS.
           05 WS-PHS-EOF-SW          PIC X(01)  VALUE 'N'.
              88 PHS-EOF                        VALUE 'Y'.
              88 PHS-NOT-EOF                    VALUE 'N'.
           05 WS-PHS-PERIOD          PIC 9(06)  VALUE ZEROES.
           05 WS-PHS-COPY-CNT        PIC 9(06)  VALUE ZEROES.
           05 WS-PHS-DROP-CNT        PIC 9(05)  VALUE ZEROES.

      * parameter area for the emp-runctl run-control subprogram.
           copy runctl.

      * staging record for the PHIST-OUT writes - same 120-byte
      * layout as payhist.cpy, built per employee paid.
       01 WS-PHS-OUT-REC.
           05 PHO-PERIOD             PIC 9(06).
           05 PHO-RUN-DATE           PIC 9(08).
           05 PHO-EMPNO              PIC 9(06).
           05 PHO-WORKDEPT           PIC X(03).
           05 PHO-NAME               PIC X(30).
           05 PHO-GROSS              PIC 9(07)V99.
           05 PHO-PAYE               PIC 9(07)V99.
           05 PHO-PRSI               PIC 9(07)V99.
           05 PHO-USC                PIC 9(07)V99.
           05 PHO-NET                PIC 9(07)V99.
           05 PHO-ARREARS            PIC 9(07)V99.
           05 PHO-PAY-TYPE           PIC X(01).
           05 FILLER                 PIC X(12)  VALUE SPACES.

      * staging record for the YTD-OUT writes - same 71-byte layout
      * as ytdrec.cpy, built from one table slot at a time.
       01 WS-YTD-OUT-REC.
           05 YTO-EMPNO              PIC 9(06).
           05 YTO-PRSI               PIC 9(09)V99.
           05 YTO-USC                PIC 9(09)V99.
           05 FILLER                 PIC X(06)  VALUE SPACES.
           05 YTO-ARREARS            PIC 9(09)V99.

      * department reference table - loaded from DEPT-FILE at startup
      * and scanned by l000-lookup-dept-name whenever a payslip needs
           05 FILLER                 PIC X(03) VALUE 'USC'.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'NET PAY'.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'CERT REF'.
           05 FILLER                 PIC X(21) VALUE SPACES.

       01 PAY-DTL-LINE.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PDT-USC                PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDT-NET                PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDT-CERT-REF           PIC X(12).
           05 FILLER                 PIC X(17) VALUE SPACES.

      * year-to-date line printed under each detail line - the
      * cumulative gross/PAYE/PRSI/USC aligned under the same
           05 PYT-PRSI               PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PYT-USC                PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(14) VALUE SPACES.
      * cumulative arrears beside the cert ref column - blanked for
      * an employee who has had none this year.
           05 PYT-ARR-AREA.
              10 PYT-ARR-TAG          PIC X(08) VALUE 'ARREARS '.
              10 PYT-ARREARS          PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(11) VALUE SPACES.

      * arrears line printed under a detail line whose gross
      * includes backdated salary arrears - the arrears part alone,
      * in the gross column.
       01 PAY-ARR-LINE.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(30)
                                VALUE '  INCL. SALARY ARREARS'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PAR-ARREARS            PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(79) VALUE SPACES.

      * department header line - printed on each control break.
       01 PAY-DEPT-HDR-LINE.
           05 SLP-ADDR-TXT           PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(47) VALUE SPACES.

      * the certificate the month was taxed on - or NONE and the
      * standard figures when no certificate is held for the year.
       01 SLP-CERT-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'TAX CERT: '.
           05 SLP-CERT-REF           PIC X(12).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 SLP-CERT-BASIS         PIC X(20).
           05 FILLER                 PIC X(31) VALUE SPACES.

      * printed on a leaver's final payslip under the department
      * line, so nobody mistakes a pro-rated month for an error.
       01 SLP-TERM-LINE.
           05 SLP-AMT                PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(50) VALUE SPACES.

      * no-certificate report - one line per employee paid on the
      * standard figures, with why no certificate applied.
       01 NCR-HEAD1.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(35)
                      VALUE 'EMPLOYEES PAID WITHOUT A TAX CERT'.
           05 FILLER                 PIC X(37) VALUE SPACES.
           05 NHD-DTE.
              10 NHD-DTE-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 NHD-DTE-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 NHD-DTE-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01 NCR-COLHEAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE 'EMPNO'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'EMP NAME'.
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'DEPT'.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE 'REASON'.
           05 FILLER                 PIC X(26) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE 'GROSS'.
           05 FILLER                 PIC X(45) VALUE SPACES.

       01 NCR-DTL-LINE.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 NDT-EMPNO              PIC Z(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 NDT-EMP-NAME           PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 NDT-WORKDEPT           PIC X(03).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 NDT-REASON             PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 NDT-GROSS              PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(40) VALUE SPACES.

       01 NCR-TRL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE
                                        'EMPLOYEES PAID='.
           05 NTL-PAID-COUNT         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE
                                        'WITHOUT A CERT='.
           05 NTL-NOCERT-COUNT       PIC ZZZZ9.
           05 FILLER                 PIC X(86) VALUE SPACES.

      * salary arrears listing - one line per backdated salary
      * change taken up this run, under department headers with
      * subtotals, then anything left unpaid at the foot.
       01 ARR-HEAD1.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(35)
                      VALUE 'SALARY ARREARS BY DEPARTMENT'.
           05 FILLER                 PIC X(37) VALUE SPACES.
           05 AHD-DTE.
              10 AHD-DTE-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 AHD-DTE-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 AHD-DTE-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01 ARR-COLHEAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE 'EMPNO'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'EMP NAME'.
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'EFFECTIVE'.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'OLD SAL'.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'NEW SAL'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'MTHS'.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'ARREARS'.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'NOTE'.
           05 FILLER                 PIC X(32) VALUE SPACES.

       01 ARR-DTL-LINE.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 ADT-EMPNO              PIC Z(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADT-EMP-NAME           PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADT-EFF-DTE.
              10 ADT-EFF-DD           PIC 9(02).
              10 FILLER               PIC X(01) VALUE '/'.
              10 ADT-EFF-MM           PIC 9(02).
              10 FILLER               PIC X(01) VALUE '/'.
              10 ADT-EFF-YYYY         PIC 9(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADT-OLD-SAL            PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADT-NEW-SAL            PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 ADT-MONTHS             PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ADT-AMOUNT             PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADT-NOTE               PIC X(22).
           05 FILLER                 PIC X(14) VALUE SPACES.

       01 ARR-DEPT-HDR-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'DEPARTMENT:'.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 AHD-WORKDEPT           PIC X(03).
           05 FILLER                 PIC X(113) VALUE SPACES.

       01 ARR-DEPT-SUB-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE
                                        'DEPARTMENT SUBTOTAL:'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE 'ITEMS='.
           05 ASB-COUNT              PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'ARREARS PAID='.
           05 ASB-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(66) VALUE SPACES.

       01 ARR-GRD-TOT-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'GRAND TOTAL:'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'ARREARS PAID='.
           05 AGD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(86) VALUE SPACES.

      * heads the foot of the listing - arrears due to an employee
      * this run did not pay, for Finance to settle by hand.
       01 ARR-UNPD-HDR-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(40) VALUE
                      'NOT PAID - EMPLOYEE NOT ON THIS PAYROLL:'.
           05 FILLER                 PIC X(88) VALUE SPACES.

      * items loaded off the audit trail must equal those paid plus
      * decreases listed plus those left unpaid.
       01 ARR-TRL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'ARREARS ITEMS='.
           05 ATL-ITEM-COUNT         PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE 'PAID='.
           05 ATL-PAID-COUNT         PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'DECREASES='.
           05 ATL-DECR-COUNT         PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'NOT PAID='.
           05 ATL-UNPD-COUNT         PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ATL-LINE-MSG           PIC X(23) VALUE SPACES.
           05 FILLER                 PIC X(43) VALUE SPACES.

      * bank payment extract - fixed-format header, one credit
      * record per employee paid, and a trailer carrying the record
      * count and the hash total of the credited amounts.
           use after error procedure on CARRY-IN.
       carryin-error.
           display 'Carry-forward input file error - ', WS-CIFILE-ST.

       decl-taxcertfile section.
           use after error procedure on TAXCERT-FILE.
       taxcertfile-error.
           display 'Tax certificate file error - ', WS-TXFILE-ST.

       decl-nocertrpt section.
           use after error procedure on NOCERT-RPT.
       nocertrpt-error.
           display 'No-certificate report file error - ', WS-NCFILE-ST.

       decl-auditfile section.
           use after error procedure on AUDIT-FILE.
       auditfile-error.
           display 'Audit trail file error - ', WS-AUFILE-ST.

       decl-arrearsrpt section.
           use after error procedure on ARREARS-RPT.
       arrearsrpt-error.
           display 'Arrears listing file error - ', WS-ARFILE-ST.

       decl-phistin section.
           use after error procedure on PHIST-IN.
       phistin-error.
           display 'Pay history input file error - ', WS-HIFILE-ST.

       decl-phistout section.
           use after error procedure on PHIST-OUT.
       phistout-error.
           display 'Pay history output file error - ', WS-HOFILE-ST.
       end declaratives.

      * Core business logic of the program.
           perform s000-reissue-returns
           perform g000-prnt-totals
           perform h000-prnt-trailer
           perform n000-prnt-nocert-trl
           perform r000-prnt-arrears-totals
           perform q000-write-ytd-out
           perform v900-write-run-ctl
           perform x000-clse-file
      *   This section checks the shared run-control file before the
      *   run starts - a maintenance cycle recorded as started today
      *   but not verified PROMOTE means the master is mid-change
      *   and must not be paid from, and a master today's emp-sweep
      *   found exceptions in (shared IBANs, missing bank details
      *   and the like) must not be paid from either.
       v000-chk-run-ctl section.
       v010-chk-run-ctl.
           move 'R' to RCT-FUNC
              display 'Set RUNOVRD=Y to override for a genuine rerun'
              stop run
           end-if.
       v020-chk-sweep.
           move 'S' to RCT-FUNC
           move 'emp-payroll' to RCT-PROGRAM
           call 'emp-runctl' using RCT-CTL-AREA
           if RCT-REFUSED
              display 'Payroll run refused - ', RCT-REASON
              display 'Set RUNOVRD=Y to override for a genuine rerun'
              stop run
           end-if.
      *     *--------------------------------------------------------*
       v099-exit.
           exit.
           open input SORTED-FILE
                output PAYREG-FILE
                       BANK-FILE
                       PAYSLIP-FILE
                       NOCERT-RPT
                       ARREARS-RPT.
       b030-load-deptref.
           perform b200-load-dept-ref.
       b040-load-ytd.
           perform b300-load-ytd.
       b050-load-taxcert.
           perform b400-load-taxcert.
       b060-load-arrears.
           perform b500-load-arrears.
       b070-copy-pay-hist.
           perform b600-copy-pay-hist.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.
              move YTD-PAYE  to YTB-PAYE(WS-YTD-CNT)
              move YTD-PRSI  to YTB-PRSI(WS-YTD-CNT)
              move YTD-USC   to YTB-USC(WS-YTD-CNT)
              if YTD-ARREARS is numeric
                 move YTD-ARREARS to YTB-ARREARS(WS-YTD-CNT)
              else
                 move zeroes to YTB-ARREARS(WS-YTD-CNT)
              end-if
           else
              display 'YTD table full - empno ', YTD-EMPNO
           end-if.
       b349-exit.
           exit.

      *    loads the tax certificate file into WS-TXC-TBL so e015
      *    can pick up each employee's own figures without re-reading
      *    TAXCERT-FILE per employee.
       b400-load-taxcert section.
       b410-open-taxcert.
           open input TAXCERT-FILE.
       b420-load-loop.
           perform until TXC-EOF
              read TAXCERT-FILE
                   at end
                      set TXC-EOF to true
                   not at end
                      perform b440-load-one-cert
              end-read
           end-perform.
       b430-close-taxcert.
           close TAXCERT-FILE.
      *     *--------------------------------------------------------*
       b499-exit.
           exit.

      *    files one certificate into the table - its own section
      *    since it is reached only via b420's read loop.
       b440-load-one-cert section.
       b441-file-one-cert.
           if WS-TXC-CNT < 1000
              add 1 to WS-TXC-CNT
              move TXC-EMPNO      to TCT-EMPNO(WS-TXC-CNT)
              move TXC-CERT-REF   to TCT-CERT-REF(WS-TXC-CNT)
              move TXC-TAX-YEAR   to TCT-TAX-YEAR(WS-TXC-CNT)
              move TXC-BASIS      to TCT-BASIS(WS-TXC-CNT)
              move TXC-MTH-CUTOFF to TCT-MTH-CUTOFF(WS-TXC-CNT)
              move TXC-MTH-CREDIT to TCT-MTH-CREDIT(WS-TXC-CNT)
              move TXC-USC-STATUS to TCT-USC-STATUS(WS-TXC-CNT)
              move TXC-PRSI-CLASS to TCT-PRSI-CLASS(WS-TXC-CNT)
           else
              display 'Tax certificate table full - empno ', TXC-EMPNO
           end-if.
      *     *--------------------------------------------------------*
       b449-exit.
           exit.

      *    loads the backdated salary updates off the audit trail
      *    into WS-ARR-TBL. the window opens the day after the last
      *    completed payroll (emp-runctl's last-run lookup) - with
      *    no payroll on file yet, at the start of this month - and
      *    closes today, so each posted change is taken up by
      *    exactly one payroll. the audit trail carries a run date
      *    but no time, so that only holds while nothing is posted
      *    on a payroll's own date after the payroll completes -
      *    emp-runctl's M check refuses emp-maint once today's
      *    payroll is on file, and a RUNOVRD override of it is only
      *    for a payroll that is rerun afterwards the same day,
      *    whose window again closes today and so takes the change
      *    up.
       b500-load-arrears section.
       b510-set-window.
           accept WS-TDY-DTE from date yyyymmdd
           move 'P' to RCT-FUNC
           move 'emp-payroll' to RCT-PROGRAM
           move zeroes to RCT-REC-CNT
           move spaces to RCT-OUTCOME
           call 'emp-runctl' using RCT-CTL-AREA
           if RCT-LAST-RUN-DATE = zeroes
              move WS-TDYDTE-YYYY to WS-ARRFROM-YYYY
              move WS-TDYDTE-MM   to WS-ARRFROM-MM
              move zeroes         to WS-ARRFROM-DD
           else
              move RCT-LAST-RUN-DATE(5:4) to WS-ARRFROM-YYYY
              move RCT-LAST-RUN-DATE(3:2) to WS-ARRFROM-MM
              move RCT-LAST-RUN-DATE(1:2) to WS-ARRFROM-DD
           end-if.
       b520-open-audit.
           open input AUDIT-FILE.
       b530-load-loop.
           perform until AUD-EOF
              read AUDIT-FILE
                   at end
                      set AUD-EOF to true
                   not at end
                      perform b540-load-one-arrear
              end-read
           end-perform.
       b535-close-audit.
           close AUDIT-FILE
           if WS-ARR-CNT > 0
              display 'Salary arrears due on ', WS-ARR-CNT,
                      ' backdated salary changes'
           end-if.
      *     *--------------------------------------------------------*
       b599-exit.
           exit.

      *    files one audit record into the arrears table if it is a
      *    salary update posted inside the window whose effective
      *    date falls in a month already paid at the old rate - its
      *    own section since it is reached only via b530's read loop.
       b540-load-one-arrear section.
       b541-chk-window.
           if AUD-TRN-CODE not = 'U'
              or AUD-RUN-DATE not numeric
              or AUD-EFF-DATE not numeric
              or AUD-EFF-DATE = zeroes
              go to b549-exit
           end-if
           move AUD-RUN-DATE(5:4) to WS-AUDCMP-YYYY
           move AUD-RUN-DATE(3:2) to WS-AUDCMP-MM
           move AUD-RUN-DATE(1:2) to WS-AUDCMP-DD
           if WS-AUD-CMP-DTE not > WS-ARR-FROM-DTE
              or WS-AUD-CMP-DTE > WS-TDY-DTE
              go to b549-exit
           end-if.
       b542-chk-salary.
           move AUD-BEFORE-IMAGE(70:9) to WS-OLD-SAL-X
           move AUD-AFTER-IMAGE(70:9)  to WS-NEW-SAL-X
           if WS-OLD-SAL-X not numeric
              or WS-NEW-SAL-X not numeric
              or WS-OLD-SAL = WS-NEW-SAL
              go to b549-exit
           end-if.
      *    months paid at the old rate - the effective month up to
      *    last month, this month being paid off the updated master.
       b543-count-months.
           move AUD-EFF-DATE(5:4) to WS-EFFCMP-YYYY
           move AUD-EFF-DATE(3:2) to WS-EFFCMP-MM
           move AUD-EFF-DATE(1:2) to WS-EFFCMP-DD
           compute WS-ARR-MONTHS =
                   (WS-TDYDTE-YYYY * 12 + WS-TDYDTE-MM)
                 - (WS-EFFCMP-YYYY * 12 + WS-EFFCMP-MM)
           if WS-EFFCMP-DD > 15
              subtract 1 from WS-ARR-MONTHS
           end-if
           if WS-ARR-MONTHS not > 0
              go to b549-exit
           end-if.
       b544-file-one-arrear.
           if WS-ARR-CNT not < 500
              display 'Arrears table full - empno ',
                      AUD-AFTER-IMAGE(1:6)
              go to b549-exit
           end-if
           add 1 to WS-ARR-CNT
           move AUD-AFTER-IMAGE(1:6)  to ART-EMPNO(WS-ARR-CNT)
           move AUD-AFTER-IMAGE(37:3) to ART-WORKDEPT(WS-ARR-CNT)
           move AUD-EFF-DATE          to ART-EFF-DATE(WS-ARR-CNT)
           move WS-OLD-SAL            to ART-OLD-SAL(WS-ARR-CNT)
           move WS-NEW-SAL            to ART-NEW-SAL(WS-ARR-CNT)
           move WS-ARR-MONTHS         to ART-MONTHS(WS-ARR-CNT)
           set ART-NOT-TAKEN(WS-ARR-CNT) to true
           move +1 to WS-ARR-NAME-PTR
           move spaces to ART-NAME(WS-ARR-CNT)
           string AUD-AFTER-IMAGE(19:1) delimited by size
                    " " delimited by size
                  AUD-AFTER-IMAGE(7:12) delimited by space
                    " " delimited by size
                  AUD-AFTER-IMAGE(20:17) delimited by space
                    into ART-NAME(WS-ARR-CNT)
                    with pointer WS-ARR-NAME-PTR
           end-string
           if WS-NEW-SAL > WS-OLD-SAL
              set ART-INCREASE(WS-ARR-CNT) to true
              compute ART-AMOUNT(WS-ARR-CNT) rounded =
                      (WS-NEW-SAL - WS-OLD-SAL) * WS-ARR-MONTHS / 12
           else
              set ART-DECREASE(WS-ARR-CNT) to true
              move zeroes to ART-AMOUNT(WS-ARR-CNT)
           end-if.
      *     *--------------------------------------------------------*
       b549-exit.
           exit.

      *    copies last run's pay history forward into PHIST-OUT,
      *    dropping any records already filed for this run's period
      *    - a rerun's figures replace the first attempt's rather
      *    than sitting beside them. PHIST-OUT stays open for
      *    e095-write-pay-hist to add this run's records.
       b600-copy-pay-hist section.
       b610-open-phist.
           compute WS-PHS-PERIOD = WS-TDYDTE-YYYY * 100 + WS-TDYDTE-MM
           open input PHIST-IN
                output PHIST-OUT.
       b620-copy-loop.
           perform until PHS-EOF
              read PHIST-IN
                   at end
                      set PHS-EOF to true
                   not at end
                      perform b640-copy-one-hist
              end-read
           end-perform.
       b630-close-phist-in.
           close PHIST-IN
           if WS-PHS-DROP-CNT > 0
              display 'Pay history - ', WS-PHS-DROP-CNT,
                      ' records for this period replaced by this run'
           end-if.
      *     *--------------------------------------------------------*
       b699-exit.
           exit.

      *    carries one history record forward unless it belongs to
      *    this run's period - its own section since it is reached
      *    only via b620's read loop.
       b640-copy-one-hist section.
       b641-copy-one.
           if PHS-PERIOD = WS-PHS-PERIOD
              add +1 to WS-PHS-DROP-CNT
           else
              write phs-out-rec from PHS-PAYHIST
              add +1 to WS-PHS-COPY-CNT
           end-if.
      *     *--------------------------------------------------------*
       b649-exit.
           exit.

      *    This section prints the register headers with todays date
      *    and writes the bank extract header record.
       c000-prnt-hdrs section.
            move ws-tdydte-yyyy to phd-dte-yyyy
            move ws-tdydte-dd to slp-dte-dd
            move ws-tdydte-mm to slp-dte-mm
            move ws-tdydte-yyyy to slp-dte-yyyy
            move ws-tdydte-dd to nhd-dte-dd
            move ws-tdydte-mm to nhd-dte-mm
            move ws-tdydte-yyyy to nhd-dte-yyyy
            move ws-tdydte-dd to ahd-dte-dd
            move ws-tdydte-mm to ahd-dte-mm
            move ws-tdydte-yyyy to ahd-dte-yyyy.

       c020-write-hdrs.
           write pay-file-rec from PAY-HEAD1
           write pay-file-rec from PAY-HEAD2
           write pay-file-rec from PAY-COLHEAD
           write ncrt-file-rec from NCR-HEAD1
           write ncrt-file-rec from NCR-COLHEAD
           write arr-file-rec from ARR-HEAD1
           write arr-file-rec from ARR-COLHEAD.

       c030-write-bnk-hdr.
           move zeroes to BNK-HDR-DTE
              add in-bonus to WS-MTH-GROSS
           end-if.

      *    backdated salary arrears owed off the audit trail ride on
      *    top of the month's gross, so they are taxed through the
      *    normal PAYE/PRSI/USC below.
       e022-add-arrears.
           perform e500-collect-arrears
           add WS-MTH-ARREARS to WS-MTH-GROSS.

      *    picks up this employee's own tax position off their
      *    certificate - no certificate for the run's tax year means
      *    the standard figures, and a line on the no-certificate
      *    report once the gross is known.
       e025-get-tax-cert.
           perform e400-set-emp-tax.

      *    PAYE: standard rate up to the employee's monthly cutoff,
      *    higher rate on the balance, less their monthly tax credit
      *    (never below zero). an emergency-basis employee has no
      *    cutoff and no credit, so the whole gross goes at the
      *    higher rate.
       e030-calc-paye.
           if WS-MTH-GROSS > WS-EMP-CUTOFF
              compute WS-MTH-PAYE rounded =
                      (WS-EMP-CUTOFF * WS-PAYE-STD-RATE)
                    + ((WS-MTH-GROSS - WS-EMP-CUTOFF)
                        * WS-PAYE-HI-RATE)
           else
              compute WS-MTH-PAYE rounded =
                      WS-MTH-GROSS * WS-PAYE-STD-RATE
           end-if
           if WS-MTH-PAYE > WS-EMP-CREDIT
              subtract WS-EMP-CREDIT from WS-MTH-PAYE
           else
              move zeroes to WS-MTH-PAYE
           end-if.

      *    PRSI: class A employee rate on the full gross - class M
      *    pays no employee PRSI.
       e040-calc-prsi.
           if PRSI-CLASS-M
              move zeroes to WS-MTH-PRSI
           else
              compute WS-MTH-PRSI rounded =
                      WS-MTH-GROSS * WS-PRSI-EE-RATE
           end-if.

      *    USC: an exempt employee pays none, an emergency-basis one
      *    pays the top rate on the whole gross, a reduced-rate one
      *    pays nothing above the second band's rate, and everyone
      *    else goes through the standard bands.
       e050-calc-usc.
           move zeroes to WS-MTH-USC
           evaluate true
              when USC-EXEMPT
                 continue
              when TAX-EMERGENCY
                 compute WS-MTH-USC rounded =
                         WS-MTH-GROSS * WS-USC-BAND4-RATE
              when USC-REDUCED
                 perform e350-calc-usc-reduced
              when other
                 perform e300-calc-usc-bands
           end-evaluate.

      *    a certificate-less employee goes on the chase list now
      *    the gross they were paid on is known.
       e055-chk-nocert.
           if CERT-NOT-HELD
              perform n100-write-nocert-line
           end-if.

       e060-calc-net.
                                         YTB-PAYE(WS-FOUND-YTD-IDX)
                                         YTB-PRSI(WS-FOUND-YTD-IDX)
                                         YTB-USC(WS-FOUND-YTD-IDX)
                                         YTB-ARREARS(WS-FOUND-YTD-IDX)
              else
                 display 'YTD table full - empno ', in-empno
              end-if
                                         YTB-PAYE(WS-FOUND-YTD-IDX)
                                         YTB-PRSI(WS-FOUND-YTD-IDX)
                                         YTB-USC(WS-FOUND-YTD-IDX)
                                         YTB-ARREARS(WS-FOUND-YTD-IDX)
              end-if
              add WS-MTH-GROSS to YTB-GROSS(WS-FOUND-YTD-IDX)
              add WS-MTH-PAYE  to YTB-PAYE(WS-FOUND-YTD-IDX)
              add WS-MTH-PRSI  to YTB-PRSI(WS-FOUND-YTD-IDX)
              add WS-MTH-USC   to YTB-USC(WS-FOUND-YTD-IDX)
              add WS-MTH-ARREARS to YTB-ARREARS(WS-FOUND-YTD-IDX)
              move YTB-GROSS(WS-FOUND-YTD-IDX) to WS-YTD-GROSS
              move YTB-PAYE(WS-FOUND-YTD-IDX)  to WS-YTD-PAYE
              move YTB-PRSI(WS-FOUND-YTD-IDX)  to WS-YTD-PRSI
              move YTB-USC(WS-FOUND-YTD-IDX)   to WS-YTD-USC
              move YTB-ARREARS(WS-FOUND-YTD-IDX) to WS-YTD-ARREARS
           else
      *       the table overflowed - the month's own figures are the
      *       only cumulative view available for this employee.
              move WS-MTH-PAYE  to WS-YTD-PAYE
              move WS-MTH-PRSI  to WS-YTD-PRSI
              move WS-MTH-USC   to WS-YTD-USC
              move WS-MTH-ARREARS to WS-YTD-ARREARS
           end-if.

       e070-ctl-break.
           move WS-MTH-PRSI  to PDT-PRSI
           move WS-MTH-USC   to PDT-USC
           move WS-MTH-NET   to PDT-NET
           move WS-EMP-CERT-REF to PDT-CERT-REF
           write pay-file-rec from PAY-DTL-LINE
           if WS-MTH-ARREARS > 0
              move WS-MTH-ARREARS to PAR-ARREARS
              write pay-file-rec from PAY-ARR-LINE
           end-if
           move WS-YTD-GROSS to PYT-GROSS
           move WS-YTD-PAYE  to PYT-PAYE
           move WS-YTD-PRSI  to PYT-PRSI
           move WS-YTD-USC   to PYT-USC
           if WS-YTD-ARREARS > 0
              move 'ARREARS '     to PYT-ARR-TAG
              move WS-YTD-ARREARS to PYT-ARREARS
           else
              move spaces to PYT-ARR-AREA
           end-if
           write pay-file-rec from PAY-YTD-LINE
           add +1 to ws-paid-rec.

           add +1 to WS-BNK-REC-CNT
           add WS-MTH-NET to WS-BNK-HASH-TOT.

      *    one pay history record for the month just paid - the
      *    figures emp-payvar compares against last month's.
       e095-write-pay-hist.
           move WS-PHS-PERIOD  to PHO-PERIOD
           move zeroes         to PHO-RUN-DATE
           move WS-TDYDTE-DD   to PHO-RUN-DATE(1:2)
           move WS-TDYDTE-MM   to PHO-RUN-DATE(3:2)
           move WS-TDYDTE-YYYY to PHO-RUN-DATE(5:4)
           move in-empno       to PHO-EMPNO
           move in-workdept    to PHO-WORKDEPT
           move ws-emply-name  to PHO-NAME
           move WS-MTH-GROSS   to PHO-GROSS
           move WS-MTH-PAYE    to PHO-PAYE
           move WS-MTH-PRSI    to PHO-PRSI
           move WS-MTH-USC     to PHO-USC
           move WS-MTH-NET     to PHO-NET
           move WS-MTH-ARREARS to PHO-ARREARS
           if PAYING-LEAVER
              move 'F' to PHO-PAY-TYPE
           else
              move 'R' to PHO-PAY-TYPE
           end-if
           write phs-out-rec from WS-PHS-OUT-REC.

      *    one payslip page per employee paid - the name e010 built,
      *    the address block split out of IN-ADD the same way
      *    emp-inq's e030-split-address does, the department name
           move in-empno      to SLP-EMPNO
           move ws-emply-name to SLP-EMP-NAME
           write slp-file-rec from SLP-EMP-LINE
           move WS-EMP-CERT-REF to SLP-CERT-REF
           evaluate true
              when CERT-NOT-HELD
                 move 'STANDARD FIGURES'     to SLP-CERT-BASIS
              when TAX-EMERGENCY
                 move 'EMERGENCY BASIS'      to SLP-CERT-BASIS
              when other
                 move 'WEEK1/MONTH1 BASIS'   to SLP-CERT-BASIS
           end-evaluate
           write slp-file-rec from SLP-CERT-LINE
           move in-workdept   to SLP-WORKDEPT
           move in-workdept   to WS-LKP-DEPT-CDE
           perform l000-lookup-dept-name
           write slp-file-rec from SLP-ADDR-LINE
           move ws-add-contry-cde to SLP-ADDR-TXT
           write slp-file-rec from SLP-ADDR-LINE
           if WS-MTH-ARREARS > 0
              move 'ARREARS     ' to SLP-AMT-TAG
              move WS-MTH-ARREARS to SLP-AMT
              write slp-file-rec from SLP-AMT-LINE
           end-if
           move 'GROSS PAY   ' to SLP-AMT-TAG
           move WS-MTH-GROSS  to SLP-AMT
           write slp-file-rec from SLP-AMT-LINE
           write slp-file-rec from SLP-AMT-LINE
           move 'YTD USC     ' to SLP-AMT-TAG
           move WS-YTD-USC    to SLP-AMT
           write slp-file-rec from SLP-AMT-LINE
           if WS-YTD-ARREARS > 0
              move 'YTD ARREARS ' to SLP-AMT-TAG
              move WS-YTD-ARREARS to SLP-AMT
              write slp-file-rec from SLP-AMT-LINE
           end-if.

       e099-exit.
           exit.
       e259-exit.
           exit.
      *     *--------------------------------------------------------*
      *    USC on the standard bands: each band's rate applies only to
      *    the slice of gross falling inside that band, top band on
      *    the open-ended rest. its own section - reached only by
      *    e050's perform for an employee on the standard bands.
       e300-calc-usc-bands section.
       e310-calc-bands.
           if WS-MTH-GROSS > WS-USC-BAND1-TOP
              move WS-USC-BAND1-TOP to WS-USC-SLICE
           else
              move WS-MTH-GROSS to WS-USC-SLICE
           end-if
           compute WS-MTH-USC rounded =
                   WS-USC-SLICE * WS-USC-BAND1-RATE
           if WS-MTH-GROSS > WS-USC-BAND1-TOP
              if WS-MTH-GROSS > WS-USC-BAND2-TOP
                 compute WS-USC-SLICE =
                         WS-USC-BAND2-TOP - WS-USC-BAND1-TOP
              else
                 compute WS-USC-SLICE =
                         WS-MTH-GROSS - WS-USC-BAND1-TOP
              end-if
              compute WS-MTH-USC rounded = WS-MTH-USC
                    + (WS-USC-SLICE * WS-USC-BAND2-RATE)
           end-if
           if WS-MTH-GROSS > WS-USC-BAND2-TOP
              if WS-MTH-GROSS > WS-USC-BAND3-TOP
                 compute WS-USC-SLICE =
                         WS-USC-BAND3-TOP - WS-USC-BAND2-TOP
              else
                 compute WS-USC-SLICE =
                         WS-MTH-GROSS - WS-USC-BAND2-TOP
              end-if
              compute WS-MTH-USC rounded = WS-MTH-USC
                    + (WS-USC-SLICE * WS-USC-BAND3-RATE)
           end-if
           if WS-MTH-GROSS > WS-USC-BAND3-TOP
              compute WS-USC-SLICE =
                      WS-MTH-GROSS - WS-USC-BAND3-TOP
              compute WS-MTH-USC rounded = WS-MTH-USC
                    + (WS-USC-SLICE * WS-USC-BAND4-RATE)
           end-if.
      *     *--------------------------------------------------------*
       e349-exit.
           exit.
      *     *--------------------------------------------------------*
      *    USC at the reduced rate: the first band's rate up to its
      *    ceiling and the second band's rate on everything above -
      *    the third and fourth bands never apply. reached only by
      *    e050's perform for a reduced-rate certificate.
       e350-calc-usc-reduced section.
       e360-calc-reduced.
           if WS-MTH-GROSS > WS-USC-BAND1-TOP
              move WS-USC-BAND1-TOP to WS-USC-SLICE
           else
              move WS-MTH-GROSS to WS-USC-SLICE
           end-if
           compute WS-MTH-USC rounded =
                   WS-USC-SLICE * WS-USC-BAND1-RATE
           if WS-MTH-GROSS > WS-USC-BAND1-TOP
              compute WS-USC-SLICE =
                      WS-MTH-GROSS - WS-USC-BAND1-TOP
              compute WS-MTH-USC rounded = WS-MTH-USC
                    + (WS-USC-SLICE * WS-USC-BAND2-RATE)
           end-if.
      *     *--------------------------------------------------------*
       e399-exit.
           exit.
      *     *--------------------------------------------------------*
      *    sets WS-EMP-TAX for the employee in hand - the certificate
      *    held for the run's tax year if there is one, otherwise the
      *    standard WS-TAX-CONSTANTS figures with the reason noted
      *    for the no-certificate report. an emergency-basis
      *    certificate carries no cutoff and no credit.
       e400-set-emp-tax section.
       e410-default-tax.
           set CERT-NOT-HELD to true
           set TAX-NORMAL    to true
           set USC-STANDARD  to true
           set PRSI-CLASS-A  to true
           move 'NONE'              to WS-EMP-CERT-REF
           move WS-PAYE-STD-CUTOFF  to WS-EMP-CUTOFF
           move WS-PAYE-MTH-CREDIT  to WS-EMP-CREDIT
           move spaces              to WS-NOCERT-REASON.
       e420-find-cert.
           move in-empno to WS-LKP-TXC-EMPNO
           perform l300-lookup-taxcert
           if WS-FOUND-TXC-IDX = 0
              move 'NO CERTIFICATE ON FILE' to WS-NOCERT-REASON
              go to e499-exit
           end-if
           if TCT-TAX-YEAR(WS-FOUND-TXC-IDX) not = WS-TDYDTE-YYYY
              move 'CERTIFICATE NOT FOR TAX YEAR' to WS-NOCERT-REASON
              go to e499-exit
           end-if.
       e430-take-cert.
           set CERT-HELD to true
           move TCT-CERT-REF(WS-FOUND-TXC-IDX)   to WS-EMP-CERT-REF
           move TCT-MTH-CUTOFF(WS-FOUND-TXC-IDX) to WS-EMP-CUTOFF
           move TCT-MTH-CREDIT(WS-FOUND-TXC-IDX) to WS-EMP-CREDIT
           if TCT-BASIS(WS-FOUND-TXC-IDX) = 'E'
              set TAX-EMERGENCY to true
              move zeroes to WS-EMP-CUTOFF, WS-EMP-CREDIT
           end-if
           evaluate TCT-USC-STATUS(WS-FOUND-TXC-IDX)
              when 'R'
                 set USC-REDUCED to true
              when 'X'
                 set USC-EXEMPT to true
              when other
                 set USC-STANDARD to true
           end-evaluate
           if TCT-PRSI-CLASS(WS-FOUND-TXC-IDX) = 'M'
              set PRSI-CLASS-M to true
           end-if.
      *     *--------------------------------------------------------*
       e499-exit.
           exit.
      *     *--------------------------------------------------------*
      *    takes up every arrears slot owed to the employee in hand -
      *    the increases total into WS-MTH-ARREARS for e022 to add
      *    to the gross, and each slot taken (decreases included)
      *    goes on the arrears listing.
       e500-collect-arrears section.
       e510-init-arrears.
           move zeroes to WS-MTH-ARREARS.
       e520-scan-arr-tbl.
           perform e550-take-one-arrear
               varying WS-ARR-IDX from 1 by 1
               until WS-ARR-IDX > WS-ARR-CNT.
      *     *--------------------------------------------------------*
       e549-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by e520's PERFORM VARYING - its own
      *    section for the same reason l050 is.
       e550-take-one-arrear section.
       e551-chk-slot.
           if ART-TAKEN(WS-ARR-IDX)
              or ART-EMPNO(WS-ARR-IDX) not = in-empno
              go to e559-exit
           end-if
           set ART-TAKEN(WS-ARR-IDX) to true
           if ART-INCREASE(WS-ARR-IDX)
              add ART-AMOUNT(WS-ARR-IDX) to WS-MTH-ARREARS
              add +1 to WS-ARR-PAID-CNT
              move spaces to ADT-NOTE
           else
              add +1 to WS-ARR-DECR-CNT
              move 'DECREASE NOT RECOVERED' to ADT-NOTE
           end-if
           perform r100-write-arr-line.
      *     *--------------------------------------------------------*
       e559-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section re-issues the credits the bank returned
      *    from last upload - emp-bankret's carry-forward file is
      *    read whole and each credit written to the extract again,
       h099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the no-certificate report trailer -
      *    employees paid against how many of them had no certificate
      *    for the tax year.
       n000-prnt-nocert-trl section.
       n010-write-trailer.
           move WS-PAID-REC   to NTL-PAID-COUNT
           move WS-NOCERT-REC to NTL-NOCERT-COUNT
           write ncrt-file-rec from NCR-TRL-LINE
           if WS-NOCERT-REC > 0
              display WS-NOCERT-REC,
                      ' employees paid without a tax certificate'
           end-if.
      *     *--------------------------------------------------------*
       n099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one employee paid on the standard figures - its own
      *    section since it is reached only via e055's perform.
       n100-write-nocert-line section.
       n110-write-line.
           move in-empno         to NDT-EMPNO
           move ws-emply-name    to NDT-EMP-NAME
           move in-workdept      to NDT-WORKDEPT
           move WS-NOCERT-REASON to NDT-REASON
           move WS-MTH-GROSS     to NDT-GROSS
           write ncrt-file-rec from NCR-DTL-LINE
           add +1 to WS-NOCERT-REC.
      *     *--------------------------------------------------------*
       n199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section finishes the arrears listing - the last
      *    department's subtotal and the grand total, then any
      *    arrears left unpaid because their employee was not paid
      *    this run, and the trailer: items loaded must equal those
      *    paid plus decreases listed plus those not paid.
       r000-prnt-arrears-totals section.
       r010-fnl-dept-sub.
           if ARR-NOT-FIRST-DEPT
              perform r320-write-dept-sub
           end-if.
       r020-grand-total.
           move WS-ARR-GRAND-AMT to AGD-AMOUNT
           write arr-file-rec from ARR-GRD-TOT-LINE.
       r030-list-unpaid.
           perform r200-list-one-unpaid
               varying WS-ARR-IDX from 1 by 1
               until WS-ARR-IDX > WS-ARR-CNT.
       r040-write-trailer.
           move WS-ARR-CNT      to ATL-ITEM-COUNT
           move WS-ARR-PAID-CNT to ATL-PAID-COUNT
           move WS-ARR-DECR-CNT to ATL-DECR-COUNT
           move WS-ARR-UNPD-CNT to ATL-UNPD-COUNT
           if WS-ARR-CNT = WS-ARR-PAID-CNT + WS-ARR-DECR-CNT
                         + WS-ARR-UNPD-CNT
              move 'RECONCILED OK' to ATL-LINE-MSG
           else
              move 'RECONCILIATION ERROR' to ATL-LINE-MSG
           end-if
           write arr-file-rec from ARR-TRL-LINE
           if WS-ARR-UNPD-CNT > 0
              display WS-ARR-UNPD-CNT,
                      ' salary arrears items not paid this run'
           end-if.
      *     *--------------------------------------------------------*
       r099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one arrears slot taken for the employee in hand onto the
      *    listing, under a department header - the employees come
      *    in department order off the sorted master, so the break
      *    works the same way the register's does. reached only via
      *    e550's perform, with WS-ARR-IDX on the slot.
       r100-write-arr-line section.
       r110-ctl-break.
           if ARR-FIRST-DEPT
              move in-workdept to WS-ARR-PREV-DEPT
              set ARR-NOT-FIRST-DEPT to true
              perform r310-write-dept-hdr
           else
              if in-workdept not = WS-ARR-PREV-DEPT
                 perform r320-write-dept-sub
                 move in-workdept to WS-ARR-PREV-DEPT
                 perform r310-write-dept-hdr
              end-if
           end-if
           add +1 to WS-ARR-DEPT-CNT
           add ART-AMOUNT(WS-ARR-IDX) to WS-ARR-DEPT-AMT,
                                         WS-ARR-GRAND-AMT.
       r120-write-line.
           perform r400-fill-arr-line
           write arr-file-rec from ARR-DTL-LINE.
      *     *--------------------------------------------------------*
       r199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by r030's PERFORM VARYING - a slot
      *    no employee paid this run took up goes on the foot of the
      *    listing, under its own header the first time.
       r200-list-one-unpaid section.
       r210-chk-slot.
           if ART-TAKEN(WS-ARR-IDX)
              go to r299-exit
           end-if
           if not ARR-UNPD-HDR-DONE
              write arr-file-rec from ARR-UNPD-HDR-LINE
              set ARR-UNPD-HDR-DONE to true
           end-if
           add +1 to WS-ARR-UNPD-CNT
           perform r400-fill-arr-line
           move 'NOT PAID THIS RUN' to ADT-NOTE
           write arr-file-rec from ARR-DTL-LINE.
      *     *--------------------------------------------------------*
       r299-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the arrears listing's department
      *    header/subtotal lines - kept apart so r010 can reuse the
      *    subtotal paragraph for the last department, same split
      *    f000 makes for the register.
       r300-arr-break-io section.
       r310-write-dept-hdr.
           move WS-ARR-PREV-DEPT to AHD-WORKDEPT
           write arr-file-rec from ARR-DEPT-HDR-LINE.

       r320-write-dept-sub.
           move WS-ARR-DEPT-CNT to ASB-COUNT
           move WS-ARR-DEPT-AMT to ASB-AMOUNT
           write arr-file-rec from ARR-DEPT-SUB-LINE
           move zeroes to WS-ARR-DEPT-CNT, WS-ARR-DEPT-AMT.

       r399-exit.
           exit.
      *     *--------------------------------------------------------*
      *    moves the slot at WS-ARR-IDX into the listing detail line
      *    - the note is left to the caller.
       r400-fill-arr-line section.
       r410-fill-line.
           move ART-EMPNO(WS-ARR-IDX)         to ADT-EMPNO
           move ART-NAME(WS-ARR-IDX)          to ADT-EMP-NAME
           move ART-EFF-DATE(WS-ARR-IDX)(1:2) to ADT-EFF-DD
           move ART-EFF-DATE(WS-ARR-IDX)(3:2) to ADT-EFF-MM
           move ART-EFF-DATE(WS-ARR-IDX)(5:4) to ADT-EFF-YYYY
           move ART-OLD-SAL(WS-ARR-IDX)       to ADT-OLD-SAL
           move ART-NEW-SAL(WS-ARR-IDX)       to ADT-NEW-SAL
           move ART-MONTHS(WS-ARR-IDX)        to ADT-MONTHS
           move ART-AMOUNT(WS-ARR-IDX)        to ADT-AMOUNT.
      *     *--------------------------------------------------------*
       r499-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the updated year-to-date table out
      *    whole as YTD-OUT - entries not touched this run carry
      *    forward unchanged, so the file never loses an employee.
           move YTB-PAYE(WS-YTD-IDX)  to YTO-PAYE
           move YTB-PRSI(WS-YTD-IDX)  to YTO-PRSI
           move YTB-USC(WS-YTD-IDX)   to YTO-USC
           move YTB-ARREARS(WS-YTD-IDX) to YTO-ARREARS
           write ytd-out-rec from WS-YTD-OUT-REC.
      *     *--------------------------------------------------------*
       q199-exit.
       l259-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-TXC-TBL for WS-LKP-TXC-EMPNO - zero back for an
      *    employee holding no certificate, which e400 treats as
      *    "pay on the standard figures".
       l300-lookup-taxcert section.
       l310-init-scan.
           move 0 to WS-FOUND-TXC-IDX.
       l320-scan-txc-tbl.
           perform l350-chk-one-txc-slot
               varying WS-TXC-IDX from 1 by 1
               until WS-TXC-IDX > WS-TXC-CNT.
      *     *--------------------------------------------------------*
       l399-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by l320's PERFORM VARYING - its
      *    own section for the same reason l050 is.
       l350-chk-one-txc-slot section.
       l351-chk-slot.
           if WS-FOUND-TXC-IDX = 0
              and TCT-EMPNO(WS-TXC-IDX) = WS-LKP-TXC-EMPNO
              move WS-TXC-IDX to WS-FOUND-TXC-IDX
           end-if.
      *     *--------------------------------------------------------*
       l359-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section closes the files used by the program.
       x000-clse-file section.
       x010-close-files.
           close SORTED-FILE
                 PAYREG-FILE
                 BANK-FILE
                 PAYSLIP-FILE
                 NOCERT-RPT
                 ARREARS-RPT
                 PHIST-OUT.

       x099-exit.
           exit.
