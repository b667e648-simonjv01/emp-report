       identification division.
         program-id. emp-payvar.
         author. Simon Vargas.
         date-written. October 15, 2026.

      *
      *--------------------------------------------------------*
      * proj: section 15.4 - Employee Report Program (companion)
      * desc: Month-over-month pay variance check, run between
      *       emp-payroll and the bank upload. Reads the pay
      *       history file emp-payroll keeps (see payhist.cpy),
      *       takes the latest period on it as this month and the
      *       period before that as last month, and lists every
      *       employee whose gross or net moved by more than the
      *       hold percentage or amount - a salary keyed a decimal
      *       place out shows up here instead of on the phone -
      *       together with every new payee and everyone paid last
      *       month but not this month. Department totals for both
      *       months follow. Any line on the list is a HOLD: the
      *       verdict goes onto the shared run-control file, and
      *       emp-bnkrel will not release the bank extract for
      *       upload against a HOLD until the list has been
      *       reviewed and the release rerun with RUNOVRD=Y. A
      *       clean comparison is a PASS. A payee missing this month
      *       whose last-month pay was a leaver's final pay is
      *       listed for information only and does not hold. The
      *       hold thresholds come from the VARPCT (whole percent,
      *       default 10) and VARAMT (whole euro, default 500)
      *       environment variables, read the same way emp-payroll
      *       reads BONMM.
      *    Files:
      *          *PHIST-FILE  - Pay history file (PHSTDD) - the
      *                         PHIST-OUT emp-payroll just wrote
      *          *DEPT-FILE   - Department reference file (read only)
      *          *VAR-RPT     - Pay variance report (PVARDD)
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *   2026-10-15  SV  Initial version - gross/net movements over
      *                   the VARPCT/VARAMT thresholds, new payees
      *                   and payees dropped, department totals, and
      *                   the PASS/HOLD verdict on run-control.
      *   2026-10-15  SV  Review fixes: a payee dropped after a final
      *                   pay last period (PHS-PAY-TYPE F) is a
      *                   leaver, not a payment gone missing - listed
      *                   as INFO without counting toward the HOLD,
      *                   so a month with a leaver no longer needs
      *                   RUNOVRD.
      *--------------------------------------------------------*

       environment division.
       input-output section.
       file-control.
      * file-names below are DD-names resolved from the environment
      * at run time, same convention the other programs use.
           select PHIST-FILE assign to 'PHSTDD'
               organization is line sequential
               file status is WS-HFILE-ST.

      * department reference file maintained by dept-maint - loaded
      * into WS-DEPTREF at startup for the department total rows.
           select DEPT-FILE assign to 'DEPTDD'
               organization is line sequential
               file status is WS-DFILE-ST.

           select VAR-RPT assign to 'PVARDD'
               organization is line sequential
               file status is WS-RFILE-ST.

       data division.
       file section.
       fd  PHIST-FILE.
           copy payhist.

       fd  DEPT-FILE.
           copy deptrec.

       fd  VAR-RPT.
       01  var-rpt-rec               pic x(132).

       working-storage section.

       01  ws-switch.
           05 WS-PHS-EOF-SW          PIC X(01) VALUE 'N'.
              88 PHS-EOF                       VALUE 'Y'.
              88 PHS-NOT-EOF                   VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 WS-HFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-DFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-RFILE-ST            PIC 9(02) VALUE ZEROES.

       01  WS-COUNTERS.
           05 WS-HIST-REC            PIC 9(06) VALUE ZEROES.
           05 WS-MATCHED-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-MOVED-CNT           PIC 9(05) VALUE ZEROES.
           05 WS-NEW-CNT             PIC 9(05) VALUE ZEROES.
           05 WS-GONE-CNT            PIC 9(05) VALUE ZEROES.
           05 WS-LEAVER-CNT          PIC 9(05) VALUE ZEROES.
           05 WS-EXC-CNT             PIC 9(05) VALUE ZEROES.

       01  WS-TEMP-DATE.
           05 WS-TDY-DTE             PIC 9(08).
           05 THIS REDEFINES WS-TDY-DTE.
              10 WS-TDYDTE-YYYY       PIC 9(04).
              10 WS-TDYDTE-MM         PIC 9(02).
              10 WS-TDYDTE-DD         PIC 9(02).

      * hold thresholds - a movement in gross or net of more than
      * WS-VAR-PCT percent of last month's figure, or more than
      * WS-VAR-AMT euro either way, goes on the list.
       01  WS-VAR-PARMS.
           05 WS-VARPCT-ENV          PIC X(03)  VALUE SPACES.
           05 WS-VARPCT-LEN          PIC 9(01)  VALUE ZEROES.
           05 WS-VAR-PCT             PIC 9(03)  VALUE 10.
           05 WS-VARAMT-ENV          PIC X(07)  VALUE SPACES.
           05 WS-VARAMT-LEN          PIC 9(01)  VALUE ZEROES.
           05 WS-VAR-AMT             PIC 9(07)  VALUE 500.

      * the two periods compared - the latest on the history file
      * and the latest before it (zero when the file holds only
      * one period, in which case everyone paid is a new payee).
       01  WS-PERIODS.
           05 WS-CUR-PERIOD          PIC 9(06)  VALUE ZEROES.
           05 WS-PRV-PERIOD          PIC 9(06)  VALUE ZEROES.

      * one movement worked out by d200-calc-move - gross and net
      * each go through it in turn.
       01  WS-MOVE-CALC.
           05 WS-CALC-PRV            PIC 9(07)V99  VALUE ZEROES.
           05 WS-CALC-CUR            PIC 9(07)V99  VALUE ZEROES.
           05 WS-CALC-DIFF           PIC S9(07)V99 VALUE ZEROES.
           05 WS-CALC-ABS            PIC 9(07)V99  VALUE ZEROES.
           05 WS-CALC-PCT            PIC S9(07)V9  VALUE ZEROES.
           05 WS-CALC-PCT-ABS        PIC 9(07)V9   VALUE ZEROES.
           05 WS-CALC-FLAG-SW        PIC X(01)  VALUE 'N'.
              88 CALC-FLAGGED                   VALUE 'Y'.
              88 CALC-NOT-FLAGGED               VALUE 'N'.
           05 WS-GROSS-PCT           PIC S9(07)V9  VALUE ZEROES.
           05 WS-GROSS-FLAG-SW       PIC X(01)  VALUE 'N'.
              88 GROSS-FLAGGED                  VALUE 'Y'.
           05 WS-NET-PCT             PIC S9(07)V9  VALUE ZEROES.
           05 WS-NET-FLAG-SW         PIC X(01)  VALUE 'N'.
              88 NET-FLAGGED                    VALUE 'Y'.

      * this period's payees, in the department order emp-payroll
      * paid them in.
       01  WS-CUR-PAY.
           05 WS-CUR-CNT             PIC 9(04)  VALUE ZEROES.
           05 WS-CUR-TBL OCCURS 1000 TIMES.
              10 CPT-EMPNO            PIC 9(06).
              10 CPT-WORKDEPT         PIC X(03).
              10 CPT-NAME             PIC X(30).
              10 CPT-GROSS            PIC 9(07)V99.
              10 CPT-NET              PIC 9(07)V99.
           05 WS-CUR-IDX             PIC 9(04)  VALUE ZEROES.

      * last period's payees - each one matched by a payee this
      * period is flagged, so the ones left over were dropped.
       01  WS-PRV-PAY.
           05 WS-PRV-CNT             PIC 9(04)  VALUE ZEROES.
           05 WS-PRV-TBL OCCURS 1000 TIMES.
              10 PPT-EMPNO            PIC 9(06).
              10 PPT-WORKDEPT         PIC X(03).
              10 PPT-NAME             PIC X(30).
              10 PPT-GROSS            PIC 9(07)V99.
              10 PPT-NET              PIC 9(07)V99.
              10 PPT-PAY-TYPE         PIC X(01).
                 88 PPT-FINAL-PAY            VALUE 'F'.
              10 PPT-MATCHED-SW       PIC X(01).
                 88 PPT-MATCHED              VALUE 'Y'.
                 88 PPT-NOT-MATCHED          VALUE 'N'.
           05 WS-PRV-IDX             PIC 9(04)  VALUE ZEROES.
           05 WS-FOUND-PRV-IDX       PIC 9(04)  VALUE ZEROES.
           05 WS-LKP-PRV-EMPNO       PIC 9(06)  VALUE ZEROES.

      * per-department totals for both months - found-or-added as
      * the payees are compared, same find-or-add walk emp-moves
      * makes, with the all-department totals beside them.
       01  WS-DEPT-TOTALS.
           05 WS-VDEPT-CNT           PIC 9(03)  VALUE ZEROES.
           05 WS-VDEPT-TBL OCCURS 50 TIMES.
              10 VDT-DEPT-CDE         PIC X(03).
              10 VDT-CUR-CNT          PIC 9(04).
              10 VDT-CUR-GROSS        PIC 9(09)V99.
              10 VDT-CUR-NET          PIC 9(09)V99.
              10 VDT-PRV-CNT          PIC 9(04).
              10 VDT-PRV-GROSS        PIC 9(09)V99.
              10 VDT-PRV-NET          PIC 9(09)V99.
              10 VDT-EXC-CNT          PIC 9(04).
           05 WS-VDEPT-IDX           PIC 9(03)  VALUE ZEROES.
           05 WS-FOUND-VDEPT-IDX     PIC 9(03)  VALUE ZEROES.
           05 WS-LKP-VAR-DEPT        PIC X(03)  VALUE SPACES.
           05 WS-ALL-CUR-CNT         PIC 9(04)  VALUE ZEROES.
           05 WS-ALL-CUR-GROSS       PIC 9(09)V99 VALUE ZEROES.
           05 WS-ALL-CUR-NET         PIC 9(09)V99 VALUE ZEROES.
           05 WS-ALL-PRV-CNT         PIC 9(04)  VALUE ZEROES.
           05 WS-ALL-PRV-GROSS       PIC 9(09)V99 VALUE ZEROES.
           05 WS-ALL-PRV-NET         PIC 9(09)V99 VALUE ZEROES.

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

       01  VAR-HEAD1.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(26)
                         VALUE 'PAY VARIANCE BEFORE UPLOAD'.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 VHD-DTE.
              10 VHD-DTE-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 VHD-DTE-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 VHD-DTE-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  VAR-HEAD2.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'THIS PERIOD: '.
           05 VH2-CUR-PERIOD         PIC 9(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'LAST PERIOD: '.
           05 VH2-PRV-PERIOD         PIC 9(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'HOLD OVER '.
           05 VH2-PCT                PIC ZZ9.
           05 FILLER                 PIC X(09) VALUE '% OR EUR '.
           05 VH2-AMT                PIC Z(06)9.
           05 FILLER                 PIC X(57) VALUE SPACES.

       01  VAR-COLHEAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'EMPNO'.
           05 FILLER                 PIC X(32) VALUE 'EMP NAME'.
           05 FILLER                 PIC X(05) VALUE 'DEPT'.
           05 FILLER                 PIC X(11) VALUE 'LAST GROSS'.
           05 FILLER                 PIC X(11) VALUE 'THIS GROSS'.
           05 FILLER                 PIC X(09) VALUE '  CHG %'.
           05 FILLER                 PIC X(11) VALUE '  LAST NET'.
           05 FILLER                 PIC X(11) VALUE '  THIS NET'.
           05 FILLER                 PIC X(09) VALUE '  CHG %'.
           05 FILLER                 PIC X(20) VALUE 'REASON'.
           05 FILLER                 PIC X(02) VALUE SPACES.

      * one exception - the percentage columns are blanked for a
      * new payee or a payee dropped, where there is no movement.
       01  VAR-DTL-LINE.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 VDL-EMPNO              PIC Z(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDL-NAME               PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDL-DEPT               PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDL-PRV-GROSS          PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VDL-CUR-GROSS          PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VDL-GROSS-PCT-AREA.
              10 VDL-GROSS-PCT        PIC -ZZZ9.9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDL-PRV-NET            PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VDL-CUR-NET            PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VDL-NET-PCT-AREA.
              10 VDL-NET-PCT          PIC -ZZZ9.9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDL-REASON             PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.

       01  VAR-NONE-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(40)
                  VALUE 'NO VARIANCES, NEW PAYEES OR PAYEES LOST'.
           05 FILLER                 PIC X(88) VALUE SPACES.

       01  VAR-DEPT-HEAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE 'DEPT'.
           05 FILLER                 PIC X(22) VALUE 'NAME'.
           05 FILLER                 PIC X(06) VALUE 'PAID'.
           05 FILLER                 PIC X(15) VALUE '   THIS GROSS'.
           05 FILLER                 PIC X(15) VALUE '     THIS NET'.
           05 FILLER                 PIC X(06) VALUE 'PAID'.
           05 FILLER                 PIC X(15) VALUE '   LAST GROSS'.
           05 FILLER                 PIC X(15) VALUE '     LAST NET'.
           05 FILLER                 PIC X(04) VALUE 'EXC.'.
           05 FILLER                 PIC X(25) VALUE SPACES.

      * one row per department paid in either month, then the
      * same layout again for all departments together.
       01  VAR-DEPT-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 VDP-DEPT-CDE           PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDP-DEPT-NAME          PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDP-CUR-CNT            PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDP-CUR-GROSS          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDP-CUR-NET            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDP-PRV-CNT            PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDP-PRV-GROSS          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDP-PRV-NET            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VDP-EXC-CNT            PIC ZZZ9.
           05 FILLER                 PIC X(25) VALUE SPACES.

      * this period's payees must equal those matched plus the new
      * ones, and last period's those matched plus those dropped.
       01  VAR-TRL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(17) VALUE
                                        'PAID THIS PERIOD='.
           05 VTL-CUR-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'LAST PERIOD='.
           05 VTL-PRV-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'MATCHED='.
           05 VTL-MATCHED-COUNT      PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'NEW='.
           05 VTL-NEW-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'NOT PAID='.
           05 VTL-GONE-COUNT         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'VARIANCES='.
           05 VTL-MOVED-COUNT        PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VTL-LINE-MSG           PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE SPACES.

       01  VAR-VERDICT-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'VERDICT: '.
           05 VVL-VERDICT            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VVL-TEXT               PIC X(50).
           05 FILLER                 PIC X(63) VALUE SPACES.

       procedure division.
       declaratives
       decl-phistfile section.
           use after error procedure on PHIST-FILE.
       phistfile-error.
           display 'Pay history file error - ', WS-HFILE-ST.

       decl-deptfile section.
           use after error procedure on DEPT-FILE.
       deptfile-error.
           display 'Dept reference file error - ', WS-DFILE-ST.

       decl-varrpt section.
           use after error procedure on VAR-RPT.
       varrpt-error.
           display 'Pay variance report file error - ', WS-RFILE-ST.
       end declaratives.

      * Core business logic of the program.
       0000-core-business-logic.
           perform a000-init-vals
           perform b000-open-files
           perform c000-prnt-hdrs
           perform d000-chk-current
           perform e000-chk-dropped
           perform g000-prnt-dept-totals
           perform h000-prnt-trailer
           perform v900-write-run-ctl
           perform x000-clse-file
           stop run.
      *     *--------------------------------------------------------*
      *   This section picks up today's date and the two hold
      *   thresholds.
       a000-init-vals section.
       a010-init-tmp-vals.
           accept WS-TDY-DTE from date yyyymmdd.
       a020-get-var-pct.
           accept WS-VARPCT-ENV from environment 'VARPCT'
           if WS-VARPCT-ENV not = spaces
              move 0 to WS-VARPCT-LEN
              inspect WS-VARPCT-ENV tallying WS-VARPCT-LEN
                      for characters before initial space
              if WS-VARPCT-ENV(1:WS-VARPCT-LEN) is numeric
                 and WS-VARPCT-ENV(1:WS-VARPCT-LEN) not = zeroes
                 move WS-VARPCT-ENV(1:WS-VARPCT-LEN) to WS-VAR-PCT
              else
                 display 'Invalid VARPCT value - ', WS-VARPCT-ENV,
                         ' - using default hold percentage'
              end-if
           end-if.
       a030-get-var-amt.
           accept WS-VARAMT-ENV from environment 'VARAMT'
           if WS-VARAMT-ENV not = spaces
              move 0 to WS-VARAMT-LEN
              inspect WS-VARAMT-ENV tallying WS-VARAMT-LEN
                      for characters before initial space
              if WS-VARAMT-ENV(1:WS-VARAMT-LEN) is numeric
                 and WS-VARAMT-ENV(1:WS-VARAMT-LEN) not = zeroes
                 move WS-VARAMT-ENV(1:WS-VARAMT-LEN) to WS-VAR-AMT
              else
                 display 'Invalid VARAMT value - ', WS-VARAMT-ENV,
                         ' - using default hold amount'
              end-if
           end-if.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
      *     *--------------------------------------------------------*
      *   This section opens the report, loads the department
      *   reference table, and reads the pay history twice - once
      *   to find the two latest periods on it, once to file their
      *   payees into the two tables.
       b000-open-files section.
       b010-open-files.
           open output VAR-RPT.
       b020-load-deptref.
           perform b200-load-dept-ref.
       b030-find-periods.
           perform b300-find-periods.
       b040-load-periods.
           perform b400-load-periods.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.

      *    loads the department reference file into WS-DREF-TBL so
      *    l000-lookup-dept-name can put a name on every department
      *    total row without re-reading DEPT-FILE.
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

      *    first pass - the latest period on the history file is
      *    this month, and the latest one below it last month. the
      *    file is not assumed to be in period order.
       b300-find-periods section.
       b310-open-phist.
           set PHS-NOT-EOF to true
           open input PHIST-FILE.
       b320-scan-loop.
           perform until PHS-EOF
              read PHIST-FILE
                   at end
                      set PHS-EOF to true
                   not at end
                      perform b340-chk-one-period
              end-read
           end-perform.
       b330-close-phist.
           close PHIST-FILE.
      *     *--------------------------------------------------------*
       b399-exit.
           exit.

      *    keeps the two highest periods seen so far - its own
      *    section since it is reached only via b320's read loop.
       b340-chk-one-period section.
       b341-chk-period.
           add +1 to WS-HIST-REC
           if PHS-PERIOD > WS-CUR-PERIOD
              move WS-CUR-PERIOD to WS-PRV-PERIOD
              move PHS-PERIOD    to WS-CUR-PERIOD
           else
              if PHS-PERIOD < WS-CUR-PERIOD
                 and PHS-PERIOD > WS-PRV-PERIOD
                 move PHS-PERIOD to WS-PRV-PERIOD
              end-if
           end-if.
      *     *--------------------------------------------------------*
       b349-exit.
           exit.

      *    second pass - files the two periods' payees into their
      *    tables; every other period is passed over.
       b400-load-periods section.
       b410-open-phist.
           set PHS-NOT-EOF to true
           open input PHIST-FILE.
       b420-load-loop.
           perform until PHS-EOF
              read PHIST-FILE
                   at end
                      set PHS-EOF to true
                   not at end
                      perform b440-load-one-payee
              end-read
           end-perform.
       b430-close-phist.
           close PHIST-FILE.
      *     *--------------------------------------------------------*
       b499-exit.
           exit.

      *    one history record into this period's or last period's
      *    table - its own section since it is reached only via
      *    b420's read loop.
       b440-load-one-payee section.
       b441-file-cur.
           if PHS-PERIOD = WS-CUR-PERIOD
              if WS-CUR-CNT < 1000
                 add 1 to WS-CUR-CNT
                 move PHS-EMPNO    to CPT-EMPNO(WS-CUR-CNT)
                 move PHS-WORKDEPT to CPT-WORKDEPT(WS-CUR-CNT)
                 move PHS-NAME     to CPT-NAME(WS-CUR-CNT)
                 move PHS-GROSS    to CPT-GROSS(WS-CUR-CNT)
                 move PHS-NET      to CPT-NET(WS-CUR-CNT)
              else
                 display 'This period table full - empno ', PHS-EMPNO
              end-if
           end-if.
       b442-file-prv.
           if PHS-PERIOD = WS-PRV-PERIOD
              and WS-PRV-PERIOD not = zeroes
              if WS-PRV-CNT < 1000
                 add 1 to WS-PRV-CNT
                 move PHS-EMPNO    to PPT-EMPNO(WS-PRV-CNT)
                 move PHS-WORKDEPT to PPT-WORKDEPT(WS-PRV-CNT)
                 move PHS-NAME     to PPT-NAME(WS-PRV-CNT)
                 move PHS-GROSS    to PPT-GROSS(WS-PRV-CNT)
                 move PHS-NET      to PPT-NET(WS-PRV-CNT)
                 move PHS-PAY-TYPE to PPT-PAY-TYPE(WS-PRV-CNT)
                 set PPT-NOT-MATCHED(WS-PRV-CNT) to true
              else
                 display 'Last period table full - empno ', PHS-EMPNO
              end-if
           end-if.
      *     *--------------------------------------------------------*
       b449-exit.
           exit.

      *    This section prints the report headers with todays date,
      *    the periods compared and the hold thresholds in force.
       c000-prnt-hdrs section.
       c010-move-tdy-date.
            move ws-tdydte-dd to vhd-dte-dd
            move ws-tdydte-mm to vhd-dte-mm
            move ws-tdydte-yyyy to vhd-dte-yyyy
            move WS-CUR-PERIOD to VH2-CUR-PERIOD
            move WS-PRV-PERIOD to VH2-PRV-PERIOD
            move WS-VAR-PCT    to VH2-PCT
            move WS-VAR-AMT    to VH2-AMT.

       c020-write-hdrs.
           write var-rpt-rec from VAR-HEAD1
           write var-rpt-rec from VAR-HEAD2
           write var-rpt-rec from VAR-COLHEAD.

       c099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    compares every payee this period against last period -
      *    in the department order emp-payroll paid them in.
       d000-chk-current section.
       d010-scan-cur-tbl.
           perform d100-chk-one-payee
               varying WS-CUR-IDX from 1 by 1
               until WS-CUR-IDX > WS-CUR-CNT.
      *     *--------------------------------------------------------*
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one payee this period - no payment last period makes a
      *    new payee; otherwise gross and net are each measured
      *    against the thresholds. its own section since it is
      *    reached only via d010's PERFORM VARYING.
       d100-chk-one-payee section.
       d110-tally-dept.
           move CPT-WORKDEPT(WS-CUR-IDX) to WS-LKP-VAR-DEPT
           perform m000-find-var-dept
           if WS-FOUND-VDEPT-IDX > 0
              add 1 to VDT-CUR-CNT(WS-FOUND-VDEPT-IDX)
              add CPT-GROSS(WS-CUR-IDX)
                to VDT-CUR-GROSS(WS-FOUND-VDEPT-IDX)
              add CPT-NET(WS-CUR-IDX)
                to VDT-CUR-NET(WS-FOUND-VDEPT-IDX)
           end-if
           add 1 to WS-ALL-CUR-CNT
           add CPT-GROSS(WS-CUR-IDX) to WS-ALL-CUR-GROSS
           add CPT-NET(WS-CUR-IDX)   to WS-ALL-CUR-NET.
       d120-find-last-month.
           move CPT-EMPNO(WS-CUR-IDX) to WS-LKP-PRV-EMPNO
           perform l100-lookup-prv
           move CPT-EMPNO(WS-CUR-IDX)    to VDL-EMPNO
           move CPT-NAME(WS-CUR-IDX)     to VDL-NAME
           move CPT-WORKDEPT(WS-CUR-IDX) to VDL-DEPT
           move CPT-GROSS(WS-CUR-IDX)    to VDL-CUR-GROSS
           move CPT-NET(WS-CUR-IDX)      to VDL-CUR-NET
           if WS-FOUND-PRV-IDX = 0
              add +1 to WS-NEW-CNT
              move zeroes to VDL-PRV-GROSS, VDL-PRV-NET
              move spaces to VDL-GROSS-PCT-AREA, VDL-NET-PCT-AREA
              move 'NEW PAYEE' to VDL-REASON
              perform k000-write-exception
              go to d199-exit
           end-if
           set PPT-MATCHED(WS-FOUND-PRV-IDX) to true
           add +1 to WS-MATCHED-CNT.
       d130-measure-moves.
           move 'N' to WS-GROSS-FLAG-SW, WS-NET-FLAG-SW
           move PPT-GROSS(WS-FOUND-PRV-IDX) to WS-CALC-PRV
           move CPT-GROSS(WS-CUR-IDX)       to WS-CALC-CUR
           perform d200-calc-move
           move WS-CALC-PCT to WS-GROSS-PCT
           if CALC-FLAGGED
              move 'Y' to WS-GROSS-FLAG-SW
           end-if
           move PPT-NET(WS-FOUND-PRV-IDX) to WS-CALC-PRV
           move CPT-NET(WS-CUR-IDX)       to WS-CALC-CUR
           perform d200-calc-move
           move WS-CALC-PCT to WS-NET-PCT
           if CALC-FLAGGED
              move 'Y' to WS-NET-FLAG-SW
           end-if.
       d140-write-if-moved.
           if not GROSS-FLAGGED and not NET-FLAGGED
              go to d199-exit
           end-if
           add +1 to WS-MOVED-CNT
           move PPT-GROSS(WS-FOUND-PRV-IDX) to VDL-PRV-GROSS
           move PPT-NET(WS-FOUND-PRV-IDX)   to VDL-PRV-NET
           move WS-GROSS-PCT to VDL-GROSS-PCT
           move WS-NET-PCT   to VDL-NET-PCT
           evaluate true
              when GROSS-FLAGGED and NET-FLAGGED
                 move 'GROSS AND NET MOVED' to VDL-REASON
              when GROSS-FLAGGED
                 move 'GROSS MOVED'         to VDL-REASON
              when other
                 move 'NET MOVED'           to VDL-REASON
           end-evaluate
           perform k000-write-exception.
      *     *--------------------------------------------------------*
       d199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    measures one movement - WS-CALC-PRV to WS-CALC-CUR - as an
      *    amount and as a percentage of last month's figure (held
      *    to what the report column can print), and flags it when
      *    either is over its threshold. a figure up from nothing
      *    counts as the largest percentage. reached only by d130's
      *    performs, once for gross and once for net.
       d200-calc-move section.
       d210-calc-diff.
           set CALC-NOT-FLAGGED to true
           compute WS-CALC-DIFF = WS-CALC-CUR - WS-CALC-PRV
           if WS-CALC-DIFF < 0
              compute WS-CALC-ABS = 0 - WS-CALC-DIFF
           else
              move WS-CALC-DIFF to WS-CALC-ABS
           end-if.
       d220-calc-pct.
           if WS-CALC-PRV > 0
              compute WS-CALC-PCT rounded =
                      WS-CALC-DIFF * 100 / WS-CALC-PRV
           else
              if WS-CALC-CUR > 0
                 move 9999.9 to WS-CALC-PCT
              else
                 move zeroes to WS-CALC-PCT
              end-if
           end-if
           if WS-CALC-PCT > 9999.9
              move 9999.9 to WS-CALC-PCT
           end-if
           if WS-CALC-PCT < -9999.9
              move -9999.9 to WS-CALC-PCT
           end-if
           if WS-CALC-PCT < 0
              compute WS-CALC-PCT-ABS = 0 - WS-CALC-PCT
           else
              move WS-CALC-PCT to WS-CALC-PCT-ABS
           end-if.
       d230-chk-thresholds.
           if WS-CALC-ABS > WS-VAR-AMT
              or WS-CALC-PCT-ABS > WS-VAR-PCT
              set CALC-FLAGGED to true
           end-if.
      *     *--------------------------------------------------------*
       d299-exit.
           exit.
      *     *--------------------------------------------------------*
      *    lists everyone paid last period whom no payee this period
      *    matched - a leaver's last month (for information only),
      *    or a payment gone missing.
       e000-chk-dropped section.
       e010-scan-prv-tbl.
           perform e100-chk-one-dropped
               varying WS-PRV-IDX from 1 by 1
               until WS-PRV-IDX > WS-PRV-CNT.
      *     *--------------------------------------------------------*
       e099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by e010's PERFORM VARYING - every
      *    slot rolls into its department's last-period totals, and
      *    an unmatched one goes on the list - as an exception, or
      *    as INFO when last period's pay was the final one.
       e100-chk-one-dropped section.
       e110-tally-dept.
           move PPT-WORKDEPT(WS-PRV-IDX) to WS-LKP-VAR-DEPT
           perform m000-find-var-dept
           if WS-FOUND-VDEPT-IDX > 0
              add 1 to VDT-PRV-CNT(WS-FOUND-VDEPT-IDX)
              add PPT-GROSS(WS-PRV-IDX)
                to VDT-PRV-GROSS(WS-FOUND-VDEPT-IDX)
              add PPT-NET(WS-PRV-IDX)
                to VDT-PRV-NET(WS-FOUND-VDEPT-IDX)
           end-if
           add 1 to WS-ALL-PRV-CNT
           add PPT-GROSS(WS-PRV-IDX) to WS-ALL-PRV-GROSS
           add PPT-NET(WS-PRV-IDX)   to WS-ALL-PRV-NET.
       e120-list-if-dropped.
           if PPT-MATCHED(WS-PRV-IDX)
              go to e199-exit
           end-if
           add +1 to WS-GONE-CNT
           move PPT-EMPNO(WS-PRV-IDX)    to VDL-EMPNO
           move PPT-NAME(WS-PRV-IDX)     to VDL-NAME
           move PPT-WORKDEPT(WS-PRV-IDX) to VDL-DEPT
           move PPT-GROSS(WS-PRV-IDX)    to VDL-PRV-GROSS
           move PPT-NET(WS-PRV-IDX)      to VDL-PRV-NET
           move zeroes to VDL-CUR-GROSS, VDL-CUR-NET
           move spaces to VDL-GROSS-PCT-AREA, VDL-NET-PCT-AREA
           if PPT-FINAL-PAY(WS-PRV-IDX)
              move 'INFO - LEAVER PAID' to VDL-REASON
              write var-rpt-rec from VAR-DTL-LINE
              add +1 to WS-LEAVER-CNT
              go to e199-exit
           end-if
           move 'NOT PAID THIS PERIOD' to VDL-REASON
           perform k000-write-exception.
      *     *--------------------------------------------------------*
       e199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the department totals for both
      *    months, then the all-department row - or the nothing-to-
      *    report line first when the list above is empty.
       g000-prnt-dept-totals section.
       g010-chk-none.
           if WS-EXC-CNT = 0 and WS-LEAVER-CNT = 0
              write var-rpt-rec from VAR-NONE-LINE
           end-if.
       g020-write-rows.
           write var-rpt-rec from VAR-DEPT-HEAD
           perform g100-write-one-row
               varying WS-VDEPT-IDX from 1 by 1
               until WS-VDEPT-IDX > WS-VDEPT-CNT.
       g030-write-all.
           move spaces           to VDP-DEPT-CDE
           move 'ALL DEPARTMENTS' to VDP-DEPT-NAME
           move WS-ALL-CUR-CNT   to VDP-CUR-CNT
           move WS-ALL-CUR-GROSS to VDP-CUR-GROSS
           move WS-ALL-CUR-NET   to VDP-CUR-NET
           move WS-ALL-PRV-CNT   to VDP-PRV-CNT
           move WS-ALL-PRV-GROSS to VDP-PRV-GROSS
           move WS-ALL-PRV-NET   to VDP-PRV-NET
           move WS-EXC-CNT       to VDP-EXC-CNT
           write var-rpt-rec from VAR-DEPT-LINE.
      *     *--------------------------------------------------------*
       g099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    writes one department's totals row - its own section
      *    since it is reached only via g020's PERFORM VARYING.
       g100-write-one-row section.
       g110-write-row.
           move VDT-DEPT-CDE(WS-VDEPT-IDX) to VDP-DEPT-CDE
           move VDT-DEPT-CDE(WS-VDEPT-IDX) to WS-LKP-DEPT-CDE
           perform l000-lookup-dept-name
           move WS-LKP-DEPT-NAME to VDP-DEPT-NAME
           move VDT-CUR-CNT(WS-VDEPT-IDX)   to VDP-CUR-CNT
           move VDT-CUR-GROSS(WS-VDEPT-IDX) to VDP-CUR-GROSS
           move VDT-CUR-NET(WS-VDEPT-IDX)   to VDP-CUR-NET
           move VDT-PRV-CNT(WS-VDEPT-IDX)   to VDP-PRV-CNT
           move VDT-PRV-GROSS(WS-VDEPT-IDX) to VDP-PRV-GROSS
           move VDT-PRV-NET(WS-VDEPT-IDX)   to VDP-PRV-NET
           move VDT-EXC-CNT(WS-VDEPT-IDX)   to VDP-EXC-CNT
           write var-rpt-rec from VAR-DEPT-LINE.
      *     *--------------------------------------------------------*
       g199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the trailer counts and the verdict -
      *    anything on the list bar a leaver's INFO line holds the
      *    payroll, and an empty history file (no payroll to
      *    compare) holds it too.
       h000-prnt-trailer section.
       h010-write-trailer.
           move WS-CUR-CNT     to VTL-CUR-COUNT
           move WS-PRV-CNT     to VTL-PRV-COUNT
           move WS-MATCHED-CNT to VTL-MATCHED-COUNT
           move WS-NEW-CNT     to VTL-NEW-COUNT
           move WS-GONE-CNT    to VTL-GONE-COUNT
           move WS-MOVED-CNT   to VTL-MOVED-COUNT
           if WS-CUR-CNT = WS-MATCHED-CNT + WS-NEW-CNT
              and WS-PRV-CNT = WS-MATCHED-CNT + WS-GONE-CNT
              move 'RECONCILED OK' to VTL-LINE-MSG
           else
              move 'RECONCILIATION ERROR' to VTL-LINE-MSG
           end-if
           write var-rpt-rec from VAR-TRL-LINE.
       h020-set-verdict.
           evaluate true
              when WS-CUR-CNT = 0
                 move 'HOLD' to VVL-VERDICT
                 move 'NO PAYROLL ON THE PAY HISTORY FILE'
                   to VVL-TEXT
              when WS-EXC-CNT > 0
                 move 'HOLD' to VVL-VERDICT
                 move 'REVIEW THE LIST - UPLOAD NEEDS RUNOVRD=Y'
                   to VVL-TEXT
              when other
                 move 'PASS' to VVL-VERDICT
                 move 'NOTHING TO REVIEW - CLEAR FOR UPLOAD'
                   to VVL-TEXT
           end-evaluate
           write var-rpt-rec from VAR-VERDICT-LINE
           display 'Pay variance verdict ', VVL-VERDICT,
                   ' - exceptions=', WS-EXC-CNT.
      *     *--------------------------------------------------------*
       h099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    writes one exception line and counts it against its
      *    department - reached from d100 and e100 with VAR-DTL-LINE
      *    already filled.
       k000-write-exception section.
       k010-write-line.
           write var-rpt-rec from VAR-DTL-LINE
           add +1 to WS-EXC-CNT
           if WS-FOUND-VDEPT-IDX > 0
              add 1 to VDT-EXC-CNT(WS-FOUND-VDEPT-IDX)
           end-if.
      *     *--------------------------------------------------------*
       k099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section records the verdict on the shared run-control
      *    file - the record count carries the exceptions listed, and
      *    emp-bnkrel's upload check reads the outcome.
       v900-write-run-ctl section.
       v910-write-run-ctl.
           move 'W' to RCT-FUNC
           move 'emp-payvar' to RCT-PROGRAM
           move WS-EXC-CNT to RCT-REC-CNT
           move VVL-VERDICT to RCT-OUTCOME
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
      *    scans WS-PRV-TBL for WS-LKP-PRV-EMPNO - zero back for an
      *    employee not paid last period, a new payee.
       l100-lookup-prv section.
       l110-init-scan.
           move 0 to WS-FOUND-PRV-IDX.
       l120-scan-prv-tbl.
           perform l150-chk-one-prv-slot
               varying WS-PRV-IDX from 1 by 1
               until WS-PRV-IDX > WS-PRV-CNT.
      *     *--------------------------------------------------------*
       l199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by l120's PERFORM VARYING - its own
      *    section for the same reason l050 is.
       l150-chk-one-prv-slot section.
       l151-chk-slot.
           if WS-FOUND-PRV-IDX = 0
              and PPT-EMPNO(WS-PRV-IDX) = WS-LKP-PRV-EMPNO
              move WS-PRV-IDX to WS-FOUND-PRV-IDX
           end-if.
      *     *--------------------------------------------------------*
       l159-exit.
           exit.
      *     *--------------------------------------------------------*
      *    finds WS-LKP-VAR-DEPT in the department totals table,
      *    adding a zeroed row the first time a code is seen - same
      *    find-or-add walk emp-moves makes. WS-FOUND-VDEPT-IDX
      *    comes back zero only when the table is full.
       m000-find-var-dept section.
       m010-init-scan.
           move 0 to WS-FOUND-VDEPT-IDX
           perform m050-chk-one-vdept-slot
               varying WS-VDEPT-IDX from 1 by 1
               until WS-VDEPT-IDX > WS-VDEPT-CNT.
       m020-add-if-new.
           if WS-FOUND-VDEPT-IDX = 0
              if WS-VDEPT-CNT < 50
                 add 1 to WS-VDEPT-CNT
                 move WS-VDEPT-CNT to WS-FOUND-VDEPT-IDX
                 move WS-LKP-VAR-DEPT
                   to VDT-DEPT-CDE(WS-FOUND-VDEPT-IDX)
                 move zeroes to VDT-CUR-CNT(WS-FOUND-VDEPT-IDX)
                                VDT-CUR-GROSS(WS-FOUND-VDEPT-IDX)
                                VDT-CUR-NET(WS-FOUND-VDEPT-IDX)
                                VDT-PRV-CNT(WS-FOUND-VDEPT-IDX)
                                VDT-PRV-GROSS(WS-FOUND-VDEPT-IDX)
                                VDT-PRV-NET(WS-FOUND-VDEPT-IDX)
                                VDT-EXC-CNT(WS-FOUND-VDEPT-IDX)
              else
                 display 'Variance dept table full - ',
                         WS-LKP-VAR-DEPT
              end-if
           end-if.
      *     *--------------------------------------------------------*
       m099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by m010's PERFORM VARYING - its own
      *    section for the same reason emp-moves' M050 is.
       m050-chk-one-vdept-slot section.
       m051-chk-slot.
           if WS-FOUND-VDEPT-IDX = 0
              and VDT-DEPT-CDE(WS-VDEPT-IDX) = WS-LKP-VAR-DEPT
              move WS-VDEPT-IDX to WS-FOUND-VDEPT-IDX
           end-if.
      *     *--------------------------------------------------------*
       m059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section closes the files used by the program.
       x000-clse-file section.
       x010-close-files.
           close VAR-RPT.

       x099-exit.
           exit.
