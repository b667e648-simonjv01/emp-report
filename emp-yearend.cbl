       identification division.
         program-id. emp-yearend.
         author. Simon Vargas.
         date-written. October 15, 2026.

      *
      *--------------------------------------------------------*
      * proj: section 15.4 - Employee Report Program (companion)
      * desc: Year-end run. Loads the tax year's records from
      *       ytd.dat (the YTD-OUT of the year's last payroll) and
      *       adds up the same year's periods off the pay history
      *       file, then reconciles the two employee by employee -
      *       gross, PAYE, PRSI, USC and arrears must agree to the
      *       cent, and an employee on one file but not the other
      *       is a disagreement too. Every disagreement goes on the
      *       exceptions list, and while there is one nothing is
      *       filed: the list is the whole output until the figures
      *       are put right and the run repeated. A clean year then
      *       gets one end-of-year statement per employee paid in
      *       it - name, address and department taken off the
      *       indexed master the same way emp-payroll's payslip
      *       takes them - and the annual employer return file with
      *       its count and totals trailer. The tax year comes from
      *       the TAXYR environment variable (four digits, read the
      *       same way emp-payroll reads BONMM) and defaults to the
      *       current year.
      *    Files:
      *          *YTD-FILE    - Year-to-date payroll file (YTDDD)
      *          *PHIST-FILE  - Pay history file (PHSTDD)
      *          *EMPMST      - Indexed employee master (MSTDD), for
      *                         each employee's name, address and
      *                         department
      *          *DEPT-FILE   - Department reference file (read only)
      *          *EXC-RPT     - Year-end exceptions list (YEXDD)
      *          *STMT-FILE   - End-of-year statements (YESDD)
      *          *RETURN-FILE - Annual employer return (YERDD)
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *   2026-10-15  SV  Initial version - ytd.dat against pay
      *                   history reconciliation with the exceptions
      *                   list, end-of-year statements and the
      *                   annual employer return.
      *--------------------------------------------------------*

       environment division.
       input-output section.
       file-control.
      * file-names below are DD-names resolved from the environment
      * at run time, same convention the other programs use.
           select YTD-FILE assign to 'YTDDD'
               organization is line sequential
               file status is WS-YFILE-ST.

           select PHIST-FILE assign to 'PHSTDD'
               organization is line sequential
               file status is WS-HFILE-ST.

           select EMPMST assign to 'MSTDD'
               organization is indexed
               access mode is random
               record key is IN-EMPNO
               alternate record key is IN-WORKDEPT with duplicates
               alternate record key is IN-LASTNAME with duplicates
               file status is WS-MFILE-ST.

      * department reference file maintained by dept-maint - loaded
      * into WS-DEPTREF at startup for the statements' department
      * name.
           select DEPT-FILE assign to 'DEPTDD'
               organization is line sequential
               file status is WS-DFILE-ST.

           select EXC-RPT assign to 'YEXDD'
               organization is line sequential
               file status is WS-XFILE-ST.

           select STMT-FILE assign to 'YESDD'
               organization is line sequential
               file status is WS-SFILE-ST.

           select RETURN-FILE assign to 'YERDD'
               organization is line sequential
               file status is WS-TFILE-ST.

       data division.
       file section.
       fd  YTD-FILE.
           copy ytdrec.

       fd  PHIST-FILE.
           copy payhist.

       fd  EMPMST.
           copy emprec.

       fd  DEPT-FILE.
           copy deptrec.

       fd  EXC-RPT.
       01  exc-rpt-rec               pic x(132).

       fd  STMT-FILE.
       01  stm-file-rec              pic x(80).

       fd  RETURN-FILE.
       01  rtn-file-rec              pic x(100).

       working-storage section.

       01  ws-switch.
           05 WS-YTD-EOF-SW          PIC X(01) VALUE 'N'.
              88 YTD-EOF                       VALUE 'Y'.
              88 YTD-NOT-EOF                   VALUE 'N'.
           05 WS-PHS-EOF-SW          PIC X(01) VALUE 'N'.
              88 PHS-EOF                       VALUE 'Y'.
              88 PHS-NOT-EOF                   VALUE 'N'.
           05 WS-MST-FOUND-SW        PIC X(01) VALUE 'N'.
              88 MST-ON-FILE                   VALUE 'Y'.
              88 MST-NOT-ON-FILE               VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 ws-emply-name          pic x(30) value spaces.
           05 ws-pointer-fld-1       pic s9(03) value zeros.
           05 ws-emply-add.
              10 ws-add-ln1          pic x(20) value spaces.
              10 ws-add-eircde       pic x(08) value spaces.
              10 WS-ADD-CONTY         PIC X(10)      VALUE SPACES.
              10 WS-ADD-CONTRY-CDE    PIC X(03)      VALUE SPACES.
           05 WS-POINTER-FLD-2       PIC S9(03)     VALUE ZEROES.
           05 WS-EMP-DEPT            PIC X(03) VALUE SPACES.
           05 WS-YFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-HFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-MFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-DFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-XFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-SFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-TFILE-ST            PIC 9(02) VALUE ZEROES.

       01  WS-COUNTERS.
           05 WS-YTD-READ            PIC 9(06) VALUE ZEROES.
           05 WS-PHS-READ            PIC 9(06) VALUE ZEROES.
           05 WS-AGREED-CNT          PIC 9(05) VALUE ZEROES.
           05 WS-EXC-EMP-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-EXC-LINE-CNT        PIC 9(05) VALUE ZEROES.
           05 WS-STMT-CNT            PIC 9(05) VALUE ZEROES.

       01  WS-TEMP-DATE.
           05 WS-TDY-DTE             PIC 9(08).
           05 THIS REDEFINES WS-TDY-DTE.
              10 WS-TDYDTE-YYYY       PIC 9(04).
              10 WS-TDYDTE-MM         PIC 9(02).
              10 WS-TDYDTE-DD         PIC 9(02).
           05 WS-RUN-DTE             PIC 9(08) VALUE ZEROES.

      * the tax year being closed, and a history record's period
      * broken down so its year can be checked against it.
       01  WS-YEAR-PARMS.
           05 WS-TAXYR-ENV           PIC X(04)  VALUE SPACES.
           05 WS-TAXYR-LEN           PIC 9(01)  VALUE ZEROES.
           05 WS-TAX-YEAR            PIC 9(04)  VALUE ZEROES.
           05 WS-PHS-PERIOD          PIC 9(06)  VALUE ZEROES.
           05 THIS REDEFINES WS-PHS-PERIOD.
              10 WS-PHSPRD-YYYY       PIC 9(04).
              10 WS-PHSPRD-MM         PIC 9(02).

      * one slot per employee paid in the year - ytd.dat's figures
      * beside the sum of the year's pay history, with the name and
      * department history last paid them under for an employee no
      * longer on the master.
       01  WS-YEAR-EMPS.
           05 WS-YEMP-CNT            PIC 9(04)  VALUE ZEROES.
           05 WS-YEMP-TBL OCCURS 1000 TIMES.
              10 YET-EMPNO            PIC 9(06).
              10 YET-YTD-SW           PIC X(01).
                 88 YET-ON-YTD               VALUE 'Y'.
                 88 YET-NOT-ON-YTD           VALUE 'N'.
              10 YET-YTD-GROSS        PIC 9(09)V99.
              10 YET-YTD-PAYE         PIC 9(09)V99.
              10 YET-YTD-PRSI         PIC 9(09)V99.
              10 YET-YTD-USC          PIC 9(09)V99.
              10 YET-YTD-ARREARS      PIC 9(09)V99.
              10 YET-PHS-GROSS        PIC 9(09)V99.
              10 YET-PHS-PAYE         PIC 9(09)V99.
              10 YET-PHS-PRSI         PIC 9(09)V99.
              10 YET-PHS-USC          PIC 9(09)V99.
              10 YET-PHS-ARREARS      PIC 9(09)V99.
              10 YET-PHS-CNT          PIC 9(02).
              10 YET-LAST-PERIOD      PIC 9(06).
              10 YET-NAME             PIC X(30).
              10 YET-WORKDEPT         PIC X(03).
           05 WS-YEMP-IDX            PIC 9(04)  VALUE ZEROES.
           05 WS-FOUND-YEMP-IDX      PIC 9(04)  VALUE ZEROES.
           05 WS-LKP-YEMP-EMPNO      PIC 9(06)  VALUE ZEROES.
           05 WS-YEMP-EXC-SW         PIC X(01)  VALUE 'N'.
              88 YEMP-HAS-EXC                   VALUE 'Y'.
              88 YEMP-NO-EXC                    VALUE 'N'.

      * one figure compared by d200-cmp-figure - ytd.dat's against
      * the history sum, with the label it is listed under.
       01  WS-FIGURE-CMP.
           05 WS-CMP-YTD             PIC 9(09)V99  VALUE ZEROES.
           05 WS-CMP-PHS             PIC 9(09)V99  VALUE ZEROES.
           05 WS-CMP-DIFF            PIC S9(09)V99 VALUE ZEROES.
           05 WS-CMP-LABEL           PIC X(20)     VALUE SPACES.

      * the year's totals both ways, and the net pay worked out for
      * each statement.
       01  WS-YEAR-TOTALS.
           05 WS-TOT-YTD-GROSS       PIC 9(11)V99 VALUE ZEROES.
           05 WS-TOT-PHS-GROSS       PIC 9(11)V99 VALUE ZEROES.
           05 WS-RTN-GROSS           PIC 9(13)V99 VALUE ZEROES.
           05 WS-RTN-PAYE            PIC 9(13)V99 VALUE ZEROES.
           05 WS-RTN-PRSI            PIC 9(13)V99 VALUE ZEROES.
           05 WS-RTN-USC             PIC 9(13)V99 VALUE ZEROES.
           05 WS-STM-NET             PIC 9(09)V99 VALUE ZEROES.

      * department reference table - loaded from DEPT-FILE at
      * startup and scanned by l000-lookup-dept-name.
       01  WS-DEPTREF.
           05 WS-DREF-EOF-SW         PIC X(01) VALUE 'N'.
              88 DREF-EOF                      VALUE 'Y'.
              88 DREF-NOT-EOF                  VALUE 'N'.
           05 WS-DREF-CNT            PIC 9(03) VALUE ZEROES.
           05 WS-DREF-TBL OCCURS 50 TIMES.
              10 DRF-CODE             PIC X(03).
              10 DRF-NAME             PIC X(20).
              10 DRF-MGR-EMPNO        PIC 9(06).
              10 DRF-COST-CTR         PIC X(06).
           05 WS-DREF-IDX            PIC 9(03) VALUE ZEROES.
           05 WS-FOUND-DREF-IDX      PIC 9(03) VALUE ZEROES.
           05 WS-LKP-DEPT-CDE        PIC X(03) VALUE SPACES.
           05 WS-LKP-DEPT-NAME       PIC X(20) VALUE SPACES.

      * parameter area for the emp-runctl run-control subprogram.
           copy runctl.

      * annual employer return - 100-byte lines like the bank
      * extract: a header naming the tax year, one DTL per employee
      * paid, and a trailer carrying the count and the four totals
      * the receiving side proves the file against.
       01  WS-RTN-HDR-REC.
           05 FILLER                 PIC X(03) VALUE 'HDR'.
           05 FILLER                 PIC X(06) VALUE 'EMPRTN'.
           05 RTH-TAX-YEAR           PIC 9(04).
           05 RTH-RUN-DATE           PIC 9(08).
           05 FILLER                 PIC X(79) VALUE SPACES.

       01  WS-RTN-DTL-REC.
           05 FILLER                 PIC X(03) VALUE 'DTL'.
           05 RTD-EMPNO              PIC 9(06).
           05 RTD-NAME               PIC X(30).
           05 RTD-GROSS              PIC 9(09)V99.
           05 RTD-PAYE               PIC 9(09)V99.
           05 RTD-PRSI               PIC 9(09)V99.
           05 RTD-USC                PIC 9(09)V99.
           05 FILLER                 PIC X(17) VALUE SPACES.

       01  WS-RTN-TRL-REC.
           05 FILLER                 PIC X(03) VALUE 'TRL'.
           05 RTT-CNT                PIC 9(06).
           05 RTT-GROSS              PIC 9(13)V99.
           05 RTT-PAYE               PIC 9(13)V99.
           05 RTT-PRSI               PIC 9(13)V99.
           05 RTT-USC                PIC 9(13)V99.
           05 FILLER                 PIC X(31) VALUE SPACES.

       01  EXC-HEAD1.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(27)
                         VALUE 'YEAR-END YTD RECONCILIATION'.
           05 FILLER                 PIC X(45) VALUE SPACES.
           05 XHD-DTE.
              10 XHD-DTE-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 XHD-DTE-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 XHD-DTE-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  EXC-HEAD2.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'TAX YEAR: '.
           05 XH2-TAX-YEAR           PIC 9(04).
           05 FILLER                 PIC X(114) VALUE SPACES.

       01  EXC-COLHEAD.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'EMPNO'.
           05 FILLER                 PIC X(32) VALUE 'EMP NAME'.
           05 FILLER                 PIC X(05) VALUE 'DEPT'.
           05 FILLER                 PIC X(22) VALUE 'EXCEPTION'.
           05 FILLER                 PIC X(16) VALUE '   YTD FIGURE'.
           05 FILLER                 PIC X(16) VALUE '  HISTORY SUM'.
           05 FILLER                 PIC X(15) VALUE '     DIFFERENCE'.
           05 FILLER                 PIC X(15) VALUE SPACES.

      * one figure that does not agree - or a whole employee on one
      * file but not the other, shown against their gross.
       01  EXC-DTL-LINE.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 XDL-EMPNO              PIC 9(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 XDL-NAME               PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 XDL-DEPT               PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 XDL-REASON             PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 XDL-YTD                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 XDL-PHS                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 XDL-DIFF               PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(15) VALUE SPACES.

       01  EXC-NONE-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(47)
              VALUE 'NO EXCEPTIONS - YTD.DAT AGREES WITH PAY HISTORY'.
           05 FILLER                 PIC X(81) VALUE SPACES.

      * employees paid must equal those agreed plus those listed.
       01  EXC-TRL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE 'EMPLOYEES PAID='.
           05 XTL-EMP-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'AGREED='.
           05 XTL-AGREED-COUNT       PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'EXCEPTIONS='.
           05 XTL-EXC-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'YTD GROSS='.
           05 XTL-YTD-GROSS          PIC ZZZZZZZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'HIST GROSS='.
           05 XTL-PHS-GROSS          PIC ZZZZZZZZZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 XTL-LINE-MSG           PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE SPACES.

       01  EXC-FILED-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 XFL-TEXT               PIC X(60).
           05 FILLER                 PIC X(68) VALUE SPACES.

      * statement page lines - one block per employee paid, laid
      * out like emp-payroll's payslip.
       01  STM-SEP-LINE              PIC X(80) VALUE ALL '='.

       01  STM-HEAD1.
           05 FILLER                 PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(26)
                             VALUE 'END OF YEAR PAY STATEMENT'.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 STM-DTE.
              10 STM-DTE-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 STM-DTE-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 STM-DTE-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  STM-HEAD2.
           05 FILLER                 PIC X(24) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'DUBLIN, IRL'.
           05 FILLER                 PIC X(45) VALUE SPACES.

       01  STM-YEAR-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'TAX YEAR: '.
           05 STM-TAX-YEAR           PIC 9(04).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'MONTHS PAID: '.
           05 STM-MTHS-PAID          PIC Z9.
           05 FILLER                 PIC X(44) VALUE SPACES.

       01  STM-EMP-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'EMPNO: '.
           05 STM-EMPNO              PIC 9(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 STM-EMP-NAME           PIC X(30).
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  STM-DEPT-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'DEPT:  '.
           05 STM-WORKDEPT           PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 STM-DEPT-NAME          PIC X(20).
           05 FILLER                 PIC X(44) VALUE SPACES.

      * reused for each of the four address-block lines - the tag
      * prints on the first line only, the rest indent under it.
       01  STM-ADDR-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 STM-ADDR-TAG           PIC X(09) VALUE SPACES.
           05 STM-ADDR-TXT           PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(47) VALUE SPACES.

      * reused for each of the year's gross/PAYE/PRSI/USC/net lines.
       01  STM-AMT-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 STM-AMT-TAG            PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 STM-AMT                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(46) VALUE SPACES.

       procedure division.
       declaratives
       decl-ytdfile section.
           use after error procedure on YTD-FILE.
       ytdfile-error.
           display 'YTD file error - ', WS-YFILE-ST.

       decl-phistfile section.
           use after error procedure on PHIST-FILE.
       phistfile-error.
           display 'Pay history file error - ', WS-HFILE-ST.

       decl-empmst section.
           use after error procedure on EMPMST.
       empmst-error.
           display 'Indexed master file error - ', WS-MFILE-ST.

       decl-deptfile section.
           use after error procedure on DEPT-FILE.
       deptfile-error.
           display 'Dept reference file error - ', WS-DFILE-ST.

       decl-excrpt section.
           use after error procedure on EXC-RPT.
       excrpt-error.
           display 'Year-end exceptions file error - ', WS-XFILE-ST.

       decl-stmtfile section.
           use after error procedure on STMT-FILE.
       stmtfile-error.
           display 'Year-end statement file error - ', WS-SFILE-ST.

       decl-returnfile section.
           use after error procedure on RETURN-FILE.
       returnfile-error.
           display 'Employer return file error - ', WS-TFILE-ST.
       end declaratives.

      * Core business logic of the program.
       0000-core-business-logic.
           perform v000-chk-run-ctl
           perform a000-init-vals
           perform b000-open-files
           perform c000-prnt-hdrs
           perform d000-reconcile-year
           perform g000-prnt-trailer
           perform e000-file-year
           perform v900-write-run-ctl
           perform x000-clse-file
           stop run.
      *     *--------------------------------------------------------*
      *    asks emp-runctl whether reporting may start - same check
      *    emp-report makes, so the year is never closed off a
      *    master caught mid-maintenance.
       v000-chk-run-ctl section.
       v010-chk-run-ctl.
           move 'R' to RCT-FUNC
           move 'emp-yearend' to RCT-PROGRAM
           move zeroes to RCT-REC-CNT
           move spaces to RCT-OUTCOME
           call 'emp-runctl' using RCT-CTL-AREA
           if RCT-REFUSED
              display 'Year-end run refused - ', RCT-REASON
              display 'Set RUNOVRD=Y to override for a genuine rerun'
              stop run
           end-if.
      *     *--------------------------------------------------------*
       v099-exit.
           exit.
      *     *--------------------------------------------------------*
      *   This section picks up today's date (DDMMYYYY for the
      *   return header) and the tax year being closed.
       a000-init-vals section.
       a010-init-tmp-vals.
           accept WS-TDY-DTE from date yyyymmdd
           move WS-TDYDTE-DD   to WS-RUN-DTE(1:2)
           move WS-TDYDTE-MM   to WS-RUN-DTE(3:2)
           move WS-TDYDTE-YYYY to WS-RUN-DTE(5:4).
       a020-get-tax-year.
           move WS-TDYDTE-YYYY to WS-TAX-YEAR
           accept WS-TAXYR-ENV from environment 'TAXYR'
           if WS-TAXYR-ENV not = spaces
              move 0 to WS-TAXYR-LEN
              inspect WS-TAXYR-ENV tallying WS-TAXYR-LEN
                      for characters before initial space
              if WS-TAXYR-LEN = 4
                 and WS-TAXYR-ENV is numeric
                 and WS-TAXYR-ENV not = zeroes
                 move WS-TAXYR-ENV to WS-TAX-YEAR
              else
                 display 'Invalid TAXYR value - ', WS-TAXYR-ENV,
                         ' - using the current year'
              end-if
           end-if
           display 'Year-end run for tax year ', WS-TAX-YEAR.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
      *     *--------------------------------------------------------*
      *   This section opens the files and loads the department
      *   reference table, the year's ytd.dat records and the
      *   year's pay history into WS-YEMP-TBL.
       b000-open-files section.
       b010-open-files.
           open input EMPMST
                output EXC-RPT
                       STMT-FILE
                       RETURN-FILE.
       b020-load-deptref.
           perform b200-load-dept-ref.
       b030-load-ytd.
           perform b300-load-ytd.
       b040-load-phist.
           perform b400-load-phist.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.

      *    loads the department reference file into WS-DREF-TBL so
      *    l000-lookup-dept-name can put a name on every statement
      *    without re-reading DEPT-FILE.
       b200-load-dept-ref section.
       b210-open-deptref.
           open input DEPT-FILE.
       b220-load-loop.
           perform until DREF-EOF
              read DEPT-FILE
                   at end
                      set DREF-EOF to true
                   not at end
                      perform b240-load-one-dept
              end-read
           end-perform.
       b230-close-deptref.
           close DEPT-FILE.
      *     *--------------------------------------------------------*
       b299-exit.
           exit.

      *    files one reference record into the table - its own
      *    section since it is reached only via b220's read loop.
       b240-load-one-dept section.
       b241-file-one-dept.
           if WS-DREF-CNT < 50
              add 1 to WS-DREF-CNT
              move DPT-CODE      to DRF-CODE(WS-DREF-CNT)
              move DPT-NAME      to DRF-NAME(WS-DREF-CNT)
              move DPT-MGR-EMPNO to DRF-MGR-EMPNO(WS-DREF-CNT)
              move DPT-COST-CTR  to DRF-COST-CTR(WS-DREF-CNT)
           else
              display 'Dept reference table full - ', DPT-CODE
           end-if.
      *     *--------------------------------------------------------*
       b249-exit.
           exit.

      *    every ytd.dat record for the tax year opens a slot - a
      *    record for any other year is passed over.
       b300-load-ytd section.
       b310-open-ytd.
           open input YTD-FILE.
       b320-load-loop.
           perform until YTD-EOF
              read YTD-FILE
                   at end
                      set YTD-EOF to true
                   not at end
                      add +1 to WS-YTD-READ
                      perform b340-load-one-ytd
              end-read
           end-perform.
       b330-close-ytd.
           close YTD-FILE.
      *     *--------------------------------------------------------*
       b399-exit.
           exit.

      *    one ytd record into the table - its own section since it
      *    is reached only via b320's read loop. a record written
      *    before the arrears figure existed reads it as spaces,
      *    taken as none, the way emp-payroll takes it.
       b340-load-one-ytd section.
       b341-file-one-ytd.
           if YTD-YEAR not = WS-TAX-YEAR
              go to b349-exit
           end-if
           if WS-YEMP-CNT not < 1000
              display 'Year-end employee table full - empno ',
                      YTD-EMPNO
              go to b349-exit
           end-if
           add 1 to WS-YEMP-CNT
           initialize WS-YEMP-TBL(WS-YEMP-CNT)
           move YTD-EMPNO to YET-EMPNO(WS-YEMP-CNT)
           set YET-ON-YTD(WS-YEMP-CNT) to true
           move YTD-GROSS to YET-YTD-GROSS(WS-YEMP-CNT)
           move YTD-PAYE  to YET-YTD-PAYE(WS-YEMP-CNT)
           move YTD-PRSI  to YET-YTD-PRSI(WS-YEMP-CNT)
           move YTD-USC   to YET-YTD-USC(WS-YEMP-CNT)
           if YTD-ARREARS is numeric
              move YTD-ARREARS to YET-YTD-ARREARS(WS-YEMP-CNT)
           end-if
           add YTD-GROSS to WS-TOT-YTD-GROSS.
      *     *--------------------------------------------------------*
       b349-exit.
           exit.

      *    adds the year's pay history into the table, period by
      *    period - an employee paid in the year with no ytd.dat
      *    record opens a slot of their own, which the
      *    reconciliation then lists.
       b400-load-phist section.
       b410-open-phist.
           open input PHIST-FILE.
       b420-load-loop.
           perform until PHS-EOF
              read PHIST-FILE
                   at end
                      set PHS-EOF to true
                   not at end
                      add +1 to WS-PHS-READ
                      perform b440-add-one-period
              end-read
           end-perform.
       b430-close-phist.
           close PHIST-FILE.
      *     *--------------------------------------------------------*
       b499-exit.
           exit.

      *    one history record into its employee's slot - its own
      *    section since it is reached only via b420's read loop.
      *    the name and department kept are the latest period's.
       b440-add-one-period section.
       b441-chk-year.
           move PHS-PERIOD to WS-PHS-PERIOD
           if WS-PHSPRD-YYYY not = WS-TAX-YEAR
              go to b449-exit
           end-if
           move PHS-EMPNO to WS-LKP-YEMP-EMPNO
           perform l100-lookup-yemp
           if WS-FOUND-YEMP-IDX = 0
              if WS-YEMP-CNT not < 1000
                 display 'Year-end employee table full - empno ',
                         PHS-EMPNO
                 go to b449-exit
              end-if
              add 1 to WS-YEMP-CNT
              move WS-YEMP-CNT to WS-FOUND-YEMP-IDX
              initialize WS-YEMP-TBL(WS-FOUND-YEMP-IDX)
              move PHS-EMPNO to YET-EMPNO(WS-FOUND-YEMP-IDX)
              set YET-NOT-ON-YTD(WS-FOUND-YEMP-IDX) to true
           end-if.
       b442-add-figures.
           add PHS-GROSS   to YET-PHS-GROSS(WS-FOUND-YEMP-IDX)
           add PHS-PAYE    to YET-PHS-PAYE(WS-FOUND-YEMP-IDX)
           add PHS-PRSI    to YET-PHS-PRSI(WS-FOUND-YEMP-IDX)
           add PHS-USC     to YET-PHS-USC(WS-FOUND-YEMP-IDX)
           add PHS-ARREARS to YET-PHS-ARREARS(WS-FOUND-YEMP-IDX)
           add 1 to YET-PHS-CNT(WS-FOUND-YEMP-IDX)
           add PHS-GROSS to WS-TOT-PHS-GROSS
           if PHS-PERIOD > YET-LAST-PERIOD(WS-FOUND-YEMP-IDX)
              move PHS-PERIOD   to YET-LAST-PERIOD(WS-FOUND-YEMP-IDX)
              move PHS-NAME     to YET-NAME(WS-FOUND-YEMP-IDX)
              move PHS-WORKDEPT to YET-WORKDEPT(WS-FOUND-YEMP-IDX)
           end-if.
      *     *--------------------------------------------------------*
       b449-exit.
           exit.

      *    This section prints the exceptions list headers with
      *    todays date and the tax year.
       c000-prnt-hdrs section.
       c010-move-tdy-date.
            move ws-tdydte-dd to xhd-dte-dd
            move ws-tdydte-mm to xhd-dte-mm
            move ws-tdydte-yyyy to xhd-dte-yyyy
            move WS-TAX-YEAR to XH2-TAX-YEAR.

       c020-write-hdrs.
           write exc-rpt-rec from EXC-HEAD1
           write exc-rpt-rec from EXC-HEAD2
           write exc-rpt-rec from EXC-COLHEAD.

       c099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    reconciles every employee paid in the year, ytd.dat
      *    against the sum of their pay history.
       d000-reconcile-year section.
       d010-scan-yemp-tbl.
           perform d100-chk-one-emp
               varying WS-YEMP-IDX from 1 by 1
               until WS-YEMP-IDX > WS-YEMP-CNT.
       d020-chk-none.
           if WS-EXC-EMP-CNT = 0
              write exc-rpt-rec from EXC-NONE-LINE
           end-if.
      *     *--------------------------------------------------------*
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one employee - missing from either file is one exception
      *    shown against the gross the other file holds; otherwise
      *    each figure is compared in turn. its own section since
      *    it is reached only via d010's PERFORM VARYING.
       d100-chk-one-emp section.
       d110-get-details.
           set YEMP-NO-EXC to true
           perform k000-get-emp-details
           move YET-EMPNO(WS-YEMP-IDX) to XDL-EMPNO
           move ws-emply-name          to XDL-NAME
           move WS-EMP-DEPT            to XDL-DEPT.
       d120-chk-both-files.
           if YET-NOT-ON-YTD(WS-YEMP-IDX)
              move zeroes to WS-CMP-YTD
              move YET-PHS-GROSS(WS-YEMP-IDX) to WS-CMP-PHS
              move 'NO YTD RECORD' to WS-CMP-LABEL
              perform d300-write-exc
              go to d190-count-emp
           end-if
           if YET-PHS-CNT(WS-YEMP-IDX) = 0
              move YET-YTD-GROSS(WS-YEMP-IDX) to WS-CMP-YTD
              move zeroes to WS-CMP-PHS
              move 'NO PAY HISTORY' to WS-CMP-LABEL
              perform d300-write-exc
              go to d190-count-emp
           end-if.
       d130-cmp-figures.
           move YET-YTD-GROSS(WS-YEMP-IDX) to WS-CMP-YTD
           move YET-PHS-GROSS(WS-YEMP-IDX) to WS-CMP-PHS
           move 'GROSS DIFFERS' to WS-CMP-LABEL
           perform d200-cmp-figure
           move YET-YTD-PAYE(WS-YEMP-IDX) to WS-CMP-YTD
           move YET-PHS-PAYE(WS-YEMP-IDX) to WS-CMP-PHS
           move 'PAYE DIFFERS' to WS-CMP-LABEL
           perform d200-cmp-figure
           move YET-YTD-PRSI(WS-YEMP-IDX) to WS-CMP-YTD
           move YET-PHS-PRSI(WS-YEMP-IDX) to WS-CMP-PHS
           move 'PRSI DIFFERS' to WS-CMP-LABEL
           perform d200-cmp-figure
           move YET-YTD-USC(WS-YEMP-IDX) to WS-CMP-YTD
           move YET-PHS-USC(WS-YEMP-IDX) to WS-CMP-PHS
           move 'USC DIFFERS' to WS-CMP-LABEL
           perform d200-cmp-figure
           move YET-YTD-ARREARS(WS-YEMP-IDX) to WS-CMP-YTD
           move YET-PHS-ARREARS(WS-YEMP-IDX) to WS-CMP-PHS
           move 'ARREARS DIFFERS' to WS-CMP-LABEL
           perform d200-cmp-figure.
       d190-count-emp.
           if YEMP-HAS-EXC
              add +1 to WS-EXC-EMP-CNT
           else
              add +1 to WS-AGREED-CNT
           end-if.
      *     *--------------------------------------------------------*
       d199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    lists one figure if ytd.dat and the history sum differ
      *    by as much as a cent. reached only by d130's performs.
       d200-cmp-figure section.
       d210-cmp-figure.
           if WS-CMP-YTD not = WS-CMP-PHS
              perform d300-write-exc
           end-if.
      *     *--------------------------------------------------------*
       d299-exit.
           exit.
      *     *--------------------------------------------------------*
      *    writes one exception line from WS-FIGURE-CMP and marks
      *    the employee as not agreed.
       d300-write-exc section.
       d310-write-line.
           compute WS-CMP-DIFF = WS-CMP-YTD - WS-CMP-PHS
           move WS-CMP-LABEL to XDL-REASON
           move WS-CMP-YTD   to XDL-YTD
           move WS-CMP-PHS   to XDL-PHS
           move WS-CMP-DIFF  to XDL-DIFF
           write exc-rpt-rec from EXC-DTL-LINE
           add +1 to WS-EXC-LINE-CNT
           set YEMP-HAS-EXC to true.
      *     *--------------------------------------------------------*
       d399-exit.
           exit.
      *     *--------------------------------------------------------*
      *    files the year - statements and the employer return -
      *    only when every employee agreed. with anything on the
      *    exceptions list the two files are left empty and the
      *    reason goes on the list and the console.
       e000-file-year section.
       e010-chk-exceptions.
           if WS-EXC-EMP-CNT > 0
              move 'NOTHING FILED - CLEAR THE EXCEPTIONS AND RERUN'
                to XFL-TEXT
              write exc-rpt-rec from EXC-FILED-LINE
              display 'Year-end exceptions=', WS-EXC-EMP-CNT,
                      ' - statements and employer return not filed'
              go to e099-exit
           end-if.
       e020-write-return-hdr.
           move WS-TAX-YEAR to RTH-TAX-YEAR
           move WS-RUN-DTE  to RTH-RUN-DATE
           write rtn-file-rec from WS-RTN-HDR-REC.
       e030-file-each-emp.
           perform e100-file-one-emp
               varying WS-YEMP-IDX from 1 by 1
               until WS-YEMP-IDX > WS-YEMP-CNT.
       e040-write-return-trl.
           move WS-STMT-CNT  to RTT-CNT
           move WS-RTN-GROSS to RTT-GROSS
           move WS-RTN-PAYE  to RTT-PAYE
           move WS-RTN-PRSI  to RTT-PRSI
           move WS-RTN-USC   to RTT-USC
           write rtn-file-rec from WS-RTN-TRL-REC
           move 'STATEMENTS AND ANNUAL EMPLOYER RETURN FILED'
             to XFL-TEXT
           write exc-rpt-rec from EXC-FILED-LINE
           display 'Year-end statements and employer return filed - ',
                   'employees=', WS-STMT-CNT.
      *     *--------------------------------------------------------*
       e099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one employee's statement page and return line - the name
      *    and address k000 took off the master the way e010/e091
      *    do on the payslip, the department name off the reference
      *    table, and the year's figures. its own section since it
      *    is reached only via e030's PERFORM VARYING.
       e100-file-one-emp section.
       e110-get-details.
           perform k000-get-emp-details
           compute WS-STM-NET = YET-YTD-GROSS(WS-YEMP-IDX)
                              - YET-YTD-PAYE(WS-YEMP-IDX)
                              - YET-YTD-PRSI(WS-YEMP-IDX)
                              - YET-YTD-USC(WS-YEMP-IDX).
       e120-write-statement.
           write stm-file-rec from STM-SEP-LINE
           write stm-file-rec from STM-HEAD1
           write stm-file-rec from STM-HEAD2
           move WS-TAX-YEAR to STM-TAX-YEAR
           move YET-PHS-CNT(WS-YEMP-IDX) to STM-MTHS-PAID
           write stm-file-rec from STM-YEAR-LINE
           move YET-EMPNO(WS-YEMP-IDX) to STM-EMPNO
           move ws-emply-name to STM-EMP-NAME
           write stm-file-rec from STM-EMP-LINE
           move WS-EMP-DEPT to STM-WORKDEPT
           move WS-EMP-DEPT to WS-LKP-DEPT-CDE
           perform l000-lookup-dept-name
           move WS-LKP-DEPT-NAME to STM-DEPT-NAME
           write stm-file-rec from STM-DEPT-LINE
           move 'ADDRESS: '   to STM-ADDR-TAG
           move ws-add-ln1    to STM-ADDR-TXT
           write stm-file-rec from STM-ADDR-LINE
           move spaces        to STM-ADDR-TAG
           move ws-add-conty  to STM-ADDR-TXT
           write stm-file-rec from STM-ADDR-LINE
           move ws-add-eircde to STM-ADDR-TXT
           write stm-file-rec from STM-ADDR-LINE
           move ws-add-contry-cde to STM-ADDR-TXT
           write stm-file-rec from STM-ADDR-LINE
           move 'GROSS PAY   ' to STM-AMT-TAG
           move YET-YTD-GROSS(WS-YEMP-IDX) to STM-AMT
           write stm-file-rec from STM-AMT-LINE
           if YET-YTD-ARREARS(WS-YEMP-IDX) > 0
              move 'ARREARS     ' to STM-AMT-TAG
              move YET-YTD-ARREARS(WS-YEMP-IDX) to STM-AMT
              write stm-file-rec from STM-AMT-LINE
           end-if
           move 'PAYE        ' to STM-AMT-TAG
           move YET-YTD-PAYE(WS-YEMP-IDX) to STM-AMT
           write stm-file-rec from STM-AMT-LINE
           move 'PRSI        ' to STM-AMT-TAG
           move YET-YTD-PRSI(WS-YEMP-IDX) to STM-AMT
           write stm-file-rec from STM-AMT-LINE
           move 'USC         ' to STM-AMT-TAG
           move YET-YTD-USC(WS-YEMP-IDX) to STM-AMT
           write stm-file-rec from STM-AMT-LINE
           move 'NET PAY     ' to STM-AMT-TAG
           move WS-STM-NET to STM-AMT
           write stm-file-rec from STM-AMT-LINE
           add +1 to WS-STMT-CNT.
       e130-write-return-dtl.
           move YET-EMPNO(WS-YEMP-IDX)     to RTD-EMPNO
           move ws-emply-name              to RTD-NAME
           move YET-YTD-GROSS(WS-YEMP-IDX) to RTD-GROSS
           move YET-YTD-PAYE(WS-YEMP-IDX)  to RTD-PAYE
           move YET-YTD-PRSI(WS-YEMP-IDX)  to RTD-PRSI
           move YET-YTD-USC(WS-YEMP-IDX)   to RTD-USC
           write rtn-file-rec from WS-RTN-DTL-REC
           add YET-YTD-GROSS(WS-YEMP-IDX) to WS-RTN-GROSS
           add YET-YTD-PAYE(WS-YEMP-IDX)  to WS-RTN-PAYE
           add YET-YTD-PRSI(WS-YEMP-IDX)  to WS-RTN-PRSI
           add YET-YTD-USC(WS-YEMP-IDX)   to WS-RTN-USC.
      *     *--------------------------------------------------------*
       e199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the trailer counts - employees paid
      *    must be those agreed plus those with exceptions.
       g000-prnt-trailer section.
       g010-write-trailer.
           move WS-YEMP-CNT      to XTL-EMP-COUNT
           move WS-AGREED-CNT    to XTL-AGREED-COUNT
           move WS-EXC-EMP-CNT   to XTL-EXC-COUNT
           move WS-TOT-YTD-GROSS to XTL-YTD-GROSS
           move WS-TOT-PHS-GROSS to XTL-PHS-GROSS
           if WS-YEMP-CNT = WS-AGREED-CNT + WS-EXC-EMP-CNT
              move 'RECONCILED OK' to XTL-LINE-MSG
           else
              move 'RECONCILIATION ERROR' to XTL-LINE-MSG
           end-if
           write exc-rpt-rec from EXC-TRL-LINE.
      *     *--------------------------------------------------------*
       g099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    takes the current slot's name, address and department off
      *    the indexed master, the name strung together and the
      *    address split out the way emp-payroll's e010/e091 do it.
      *    an employee no longer on the master falls back to the
      *    name and department the history last paid them under.
       k000-get-emp-details section.
       k010-probe-master.
           move YET-EMPNO(WS-YEMP-IDX) to IN-EMPNO
           read EMPMST
                invalid key
                   set MST-NOT-ON-FILE to true
                not invalid key
                   set MST-ON-FILE to true
           end-read
           move spaces to ws-emply-add
           if MST-NOT-ON-FILE
              move YET-NAME(WS-YEMP-IDX)     to ws-emply-name
              move YET-WORKDEPT(WS-YEMP-IDX) to WS-EMP-DEPT
              move '*NOT ON MASTER*'         to ws-add-ln1
              go to k099-exit
           end-if.
       k020-conc-emply-name.
           move +1 to ws-pointer-fld-1
           move spaces to ws-emply-name
           string in-midinit delimited by size
                    " " delimited by size
                  in-firstname delimited by space
                      " " delimited by size
                  in-lastname delimited by space
                      into ws-emply-name
                      with pointer ws-pointer-fld-1
           end-string
           move in-workdept to WS-EMP-DEPT.
       k030-split-address.
           move +1 to WS-POINTER-FLD-2
           unstring in-add delimited by ";"
              into ws-add-ln1 ws-add-conty ws-add-eircde,
                   ws-add-contry-cde
                with pointer WS-POINTER-FLD-2
           end-unstring.
      *     *--------------------------------------------------------*
       k099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    records the run on the shared run-control file - FILED,
      *    or NOT FILED while exceptions stand.
       v900-write-run-ctl section.
       v910-write-run-ctl.
           move 'W' to RCT-FUNC
           move 'emp-yearend' to RCT-PROGRAM
           move WS-YEMP-CNT to RCT-REC-CNT
           if WS-EXC-EMP-CNT > 0
              move 'NOT FILED' to RCT-OUTCOME
           else
              move 'FILED' to RCT-OUTCOME
           end-if
           call 'emp-runctl' using RCT-CTL-AREA.
      *     *--------------------------------------------------------*
       v999-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-DREF-TBL for WS-LKP-DEPT-CDE and returns the
      *    department name in WS-LKP-DEPT-NAME - a code with no
      *    reference record returns a visible marker instead, same
      *    as emp-report's lookup does.
       l000-lookup-dept-name section.
       l010-init-scan.
           move 0 to WS-FOUND-DREF-IDX.
       l020-scan-dref-tbl.
           perform l050-chk-one-dref-slot
               varying WS-DREF-IDX from 1 by 1
               until WS-DREF-IDX > WS-DREF-CNT.
       l030-set-name.
           if WS-FOUND-DREF-IDX > 0
              move DRF-NAME(WS-FOUND-DREF-IDX) to WS-LKP-DEPT-NAME
           else
              move '*NOT ON DEPT FILE*' to WS-LKP-DEPT-NAME
           end-if.
      *     *--------------------------------------------------------*
       l099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by l020's PERFORM VARYING - its own
      *    section for the same reason emp-report's L050 is.
       l050-chk-one-dref-slot section.
       l051-chk-slot.
           if WS-FOUND-DREF-IDX = 0
              and DRF-CODE(WS-DREF-IDX) = WS-LKP-DEPT-CDE
              move WS-DREF-IDX to WS-FOUND-DREF-IDX
           end-if.
      *     *--------------------------------------------------------*
       l059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-YEMP-TBL for WS-LKP-YEMP-EMPNO - zero back for
      *    an employee with no slot yet.
       l100-lookup-yemp section.
       l110-init-scan.
           move 0 to WS-FOUND-YEMP-IDX.
       l120-scan-yemp-tbl.
           perform l150-chk-one-yemp-slot
               varying WS-YEMP-IDX from 1 by 1
               until WS-YEMP-IDX > WS-YEMP-CNT.
      *     *--------------------------------------------------------*
       l199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by l120's PERFORM VARYING - its own
      *    section for the same reason l050 is.
       l150-chk-one-yemp-slot section.
       l151-chk-slot.
           if WS-FOUND-YEMP-IDX = 0
              and YET-EMPNO(WS-YEMP-IDX) = WS-LKP-YEMP-EMPNO
              move WS-YEMP-IDX to WS-FOUND-YEMP-IDX
           end-if.
      *     *--------------------------------------------------------*
       l159-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section closes the files used by the program.
       x000-clse-file section.
       x010-close-files.
           close EMPMST
                 EXC-RPT
                 STMT-FILE
                 RETURN-FILE.

       x099-exit.
           exit.
