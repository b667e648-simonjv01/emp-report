       identification division.
         program-id. emp-sweep.
         author. Simon Vargas.
         date-written. October 15, 2026.

      *
      *--------------------------------------------------------*
      * proj: section 15.4 - Employee Report Program (companion)
      * desc: Nightly cross-file consistency sweep over the indexed
      *       master, dept.dat, jobband.dat, ytd.dat and the pending
      *       suspense file. Lists as exceptions:
      *         - an IBAN held by more than one employee on the
      *           master (every holder is listed, inactive ones
      *           too - a leaver's account turning up on a new
      *           starter is exactly what the auditors look for);
      *         - an active employee with no IBAN or no BIC;
      *         - a department on dept.dat with no active
      *           employees;
      *         - a job title held by an active employee with no
      *           band on jobband.dat;
      *         - a ytd.dat entry whose employee is not on the
      *           master;
      *         - a held transaction (other than an add) for an
      *           employee who is not on the master.
      *       The shared IBANs are found by writing every master
      *       IBAN to an extract and sorting it, the same extract-
      *       and-sort emp-report makes for its seniority report.
      *       The exception count is recorded on the run-control
      *       file with a CLEAN / EXCEPTIONS outcome, and emp-payroll
      *       will not start unless today's latest sweep is CLEAN
      *       (an emp-maint or emp-purge run after the sweep voids
      *       it - see runctl.cpy).
      *    Files:
      *          *EMPMST       - Indexed employee master input (MSTDD)
      *          *DEPT-FILE    - Department reference file (DEPTDD)
      *          *JOBBAND-FILE - Job-title salary band file (JOBBDD)
      *          *YTD-FILE     - Year-to-date file (YTDDD)
      *          *PEND-FILE    - Current transaction suspense file
      *                          (PNDIDD)
      *          *IBAN-EXTRACT - Work file, every master IBAN
      *          *SORTED-IBNX  - Work file, the extract by IBAN
      *          *SWEEP-RPT    - Consistency exceptions report
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *   2026-10-15  SV  Initial version - shared IBAN, missing
      *                   bank detail, empty department, unbanded
      *                   title, orphan ytd and orphan suspense
      *                   checks, with the exception count on the
      *                   run-control file for the payroll gate.
      *   2026-10-15  SV  Suspense record widened to 217 bytes in
      *                   step with emp-maint's new TRN-KEYED-BY/
      *                   TRN-APPROVED-BY.
      *--------------------------------------------------------*

       environment division.
       input-output section.
       file-control.
      * file-names below are DD-names resolved from the environment
      * at run time, same convention the other programs use.
      * dynamic access - read through in key order for the main
      * pass, then probed by key for the ytd and suspense checks.
           select EMPMST assign to 'MSTDD'
               organization is indexed
               access mode is dynamic
               record key is IN-EMPNO
               alternate record key is IN-WORKDEPT with duplicates
               alternate record key is IN-LASTNAME with duplicates
               file status is WS-MFILE-ST.

           select DEPT-FILE assign to 'DEPTDD'
               organization is line sequential
               file status is WS-DFILE-ST.

           select JOBBAND-FILE assign to 'JOBBDD'
               organization is line sequential
               file status is WS-JFILE-ST.

           select YTD-FILE assign to 'YTDDD'
               organization is line sequential
               file status is WS-YFILE-ST.

           select PEND-FILE assign to 'PNDIDD'
               organization is line sequential
               file status is WS-PFILE-ST.

           select IBAN-EXTRACT assign to 'IBNXDD'
               organization is line sequential
               file status is WS-XFILE-ST.

           select SORT-FILE assign to 'sortwk1'.

           select SORTED-IBNX assign to 'SRTIDD'
               organization is line sequential
               file status is WS-SFILE-ST.

           select SWEEP-RPT assign to 'SWPDD'
               organization is line sequential
               file status is WS-RFILE-ST.

       data division.
       file section.
       fd  EMPMST.
           copy emprec.

       fd  DEPT-FILE.
           copy deptrec.

       fd  JOBBAND-FILE.
           copy jobband.

       fd  YTD-FILE.
           copy ytdrec.

      * the suspense record is emp-maint's 217-byte transaction
      * record - same layout as emp-pendrpt's, only the fields the
      * sweep needs named.
       fd  PEND-FILE.
       01  TRN-REC.
           05  TRN-CODE              PIC X(01).
               88  TRN-ADD                   VALUE 'A'.
           05  TRN-EMPNO             PIC 9(6).
           05  FILLER                PIC X(138).
           05  TRN-EFFDATE           PIC 9(08).
           05  FILLER                PIC X(64).

      * one record per employee with an IBAN on the master.
       fd  IBAN-EXTRACT.
       01  IBX-EXTREC.
           05  IBX-IBAN           PIC X(34).
           05  IBX-EMPNO          PIC 9(06).
           05  IBX-NAME           PIC X(30).
           05  IBX-STATUS         PIC X(01).

       sd  SORT-FILE.
       01  SRT-EXTREC.
           05 SRT-IBAN               pic x(34).
           05 SRT-EMPNO              pic 9(06).
           05 FILLER                 pic x(31).

      * the extract again, sorted - its own SX- field names so both
      * the writing and the reading side of the extract can be in
      * scope at once (same reason as emp-report's SORTED-SENX).
       fd  SORTED-IBNX.
       01  SX-EXTREC.
           05  SX-IBAN            PIC X(34).
           05  SX-EMPNO           PIC 9(06).
           05  SX-NAME            PIC X(30).
           05  SX-STATUS          PIC X(01).
               88  SX-INACTIVE            VALUE 'I'.

       fd  SWEEP-RPT.
       01  swp-rpt-rec               pic x(132).

       working-storage section.

       01  ws-switch.
           05 WS-MST-EOF-SW          PIC X(01) VALUE 'N'.
              88 MST-EOF                       VALUE 'Y'.
              88 MST-NOT-EOF                   VALUE 'N'.
           05 WS-SRT-EOF-SW          PIC X(01) VALUE 'N'.
              88 SRT-EOF                       VALUE 'Y'.
              88 SRT-NOT-EOF                   VALUE 'N'.
           05 WS-YTD-EOF-SW          PIC X(01) VALUE 'N'.
              88 YTD-EOF                       VALUE 'Y'.
              88 YTD-NOT-EOF                   VALUE 'N'.
           05 WS-PND-EOF-SW          PIC X(01) VALUE 'N'.
              88 PND-EOF                       VALUE 'Y'.
              88 PND-NOT-EOF                   VALUE 'N'.
           05 WS-MST-FOUND-SW        PIC X(01) VALUE 'N'.
              88 MST-ON-FILE                   VALUE 'Y'.
              88 MST-NOT-ON-FILE               VALUE 'N'.
      * whether the current shared-IBAN group's first holder has
      * been listed yet.
           05 WS-GRP-LISTED-SW       PIC X(01) VALUE 'N'.
              88 GRP-LISTED                    VALUE 'Y'.
              88 GRP-NOT-LISTED                VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 ws-emply-name          pic x(30) value spaces.
           05 ws-pointer-fld-1       pic s9(03) value zeros.
           05 WS-MFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-DFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-JFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-YFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-PFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-XFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-SFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-RFILE-ST            PIC 9(02) VALUE ZEROES.

       01  WS-COUNTERS.
           05 WS-SHARED-CNT          PIC 9(05) VALUE ZEROES.
           05 WS-NOBANK-CNT          PIC 9(05) VALUE ZEROES.
           05 WS-EMPTY-DEPT-CNT      PIC 9(05) VALUE ZEROES.
           05 WS-NOBAND-CNT          PIC 9(05) VALUE ZEROES.
           05 WS-YTD-ORPHAN-CNT      PIC 9(05) VALUE ZEROES.
           05 WS-PND-ORPHAN-CNT      PIC 9(05) VALUE ZEROES.
           05 WS-EXCEPTION-CNT       PIC 9(05) VALUE ZEROES.

       01  WS-TEMP-DATE.
           05 WS-TDY-DTE PIC 9(08).
           05 THIS REDEFINES WS-TDY-DTE.
              10 WS-TDYDTE-YYYY       PIC 9(04).
              10 WS-TDYDTE-MM         PIC 9(02).
              10 WS-TDYDTE-DD         PIC 9(02).

      * the previous sorted extract record - a holder is listed
      * when the next record carries the same IBAN.
       01  WS-PREV-IBNX.
           05 WS-PRV-IBAN            PIC X(34) VALUE SPACES.
           05 WS-PRV-EMPNO           PIC 9(06) VALUE ZEROES.
           05 WS-PRV-NAME            PIC X(30) VALUE SPACES.
           05 WS-PRV-STATUS          PIC X(01) VALUE SPACES.

      * department reference table - loaded from DEPT-FILE at
      * startup, with the active heads the master pass finds in
      * each department.
       01  WS-DEPTREF.
           05 WS-DREF-EOF-SW         PIC X(01) VALUE 'N'.
              88 DREF-EOF                      VALUE 'Y'.
              88 DREF-NOT-EOF                  VALUE 'N'.
           05 WS-DREF-CNT            PIC 9(03) VALUE ZEROES.
           05 WS-DREF-TBL OCCURS 50 TIMES.
              10 DRF-CODE             PIC X(03).
              10 DRF-NAME             PIC X(20).
              10 DRF-HEADS            PIC 9(05).
           05 WS-DREF-IDX            PIC 9(03) VALUE ZEROES.
           05 WS-FOUND-DREF-IDX      PIC 9(03) VALUE ZEROES.

      * job-title salary band table - loaded from JOBBAND-FILE at
      * startup, same table emp-report loads; only the title is
      * needed here.
       01 WS-JOBBAND.
           05 WS-JBND-EOF-SW         PIC X(01)  VALUE 'n'.
              88 JBND-EOF                       VALUE 'y'.
              88 JBND-NOT-EOF                   VALUE 'n'.
           05 WS-JBND-CNT            PIC 9(03)  VALUE ZEROES.
           05 WS-JBND-TBL OCCURS 50 TIMES.
              10 JBT-JOBTY             PIC X(08).
           05 WS-JBND-IDX            PIC 9(03)  VALUE ZEROES.
           05 WS-FOUND-JBND-IDX      PIC 9(03)  VALUE ZEROES.

      * the titles active employees hold that have no band - one
      * slot per title, with how many hold it and the first empno
      * found holding it.
       01  WS-NOBAND.
           05 WS-NBD-CNT             PIC 9(03)  VALUE ZEROES.
           05 WS-NBD-TBL OCCURS 50 TIMES.
              10 NBD-JOBTY             PIC X(08).
              10 NBD-HOLDERS           PIC 9(05).
              10 NBD-FIRST-EMPNO       PIC 9(06).
           05 WS-NBD-IDX             PIC 9(03)  VALUE ZEROES.
           05 WS-FOUND-NBD-IDX       PIC 9(03)  VALUE ZEROES.

       01  WS-EDIT-VALS.
           05 WS-ED-CNT              PIC ZZZZ9.

       01  SWP-HEAD1.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(28)
                        VALUE 'CROSS-FILE CONSISTENCY SWEEP'.
           05 FILLER                 PIC X(44) VALUE SPACES.
           05 SHD-DTE.
              10 SHD-DTE-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 SHD-DTE-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 SHD-DTE-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  SWP-COLHEAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(24) VALUE 'EXCEPTION'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'KEY'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE 'NAME'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(50) VALUE 'DETAIL'.
           05 FILLER                 PIC X(10) VALUE SPACES.

      * one line per exception - the key is the empno, department
      * code or job title the exception is about.
       01  SWP-DTL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 SDL-CHECK              PIC X(24).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SDL-KEY                PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SDL-NAME               PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SDL-DETAIL             PIC X(50).
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  SWP-NONE-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(30)
                        VALUE 'NO EXCEPTIONS FOUND'.
           05 FILLER                 PIC X(98) VALUE SPACES.

       01  SWP-TRL-LINE1.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'SHARED IBAN='.
           05 STL-SHARED-COUNT       PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(16)
                                        VALUE 'NO BANK DETAILS='.
           05 STL-NOBANK-COUNT       PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'EMPTY DEPTS='.
           05 STL-EMPTY-COUNT        PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE 'TITLES NO BAND='.
           05 STL-NOBAND-COUNT       PIC ZZZZ9.
           05 FILLER                 PIC X(47) VALUE SPACES.

       01  SWP-TRL-LINE2.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'YTD NO MASTER='.
           05 STL-YTD-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(18)
                                        VALUE 'PENDING NO MASTER='.
           05 STL-PND-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(17)
                                        VALUE 'TOTAL EXCEPTIONS='.
           05 STL-TOTAL-COUNT        PIC ZZZZ9.
           05 FILLER                 PIC X(60) VALUE SPACES.

      * parameter area for the emp-runctl run-control subprogram.
           copy runctl.

       procedure division.
       declaratives
       decl-empmst section.
           use after error procedure on EMPMST.
       empmst-error.
           display 'Indexed master file error - ', WS-MFILE-ST.

       decl-deptfile section.
           use after error procedure on DEPT-FILE.
       deptfile-error.
           display 'Dept reference file error - ', WS-DFILE-ST.

       decl-jobbandfile section.
           use after error procedure on JOBBAND-FILE.
       jobbandfile-error.
           display 'Job band file error - ', WS-JFILE-ST.

       decl-ytdfile section.
           use after error procedure on YTD-FILE.
       ytdfile-error.
           display 'YTD file error - ', WS-YFILE-ST.

       decl-pendfile section.
           use after error procedure on PEND-FILE.
       pendfile-error.
           display 'Pending suspense file error - ', WS-PFILE-ST.

       decl-ibanextract section.
           use after error procedure on IBAN-EXTRACT.
       ibanextract-error.
           display 'IBAN extract file error - ', WS-XFILE-ST.

       decl-sortedibnx section.
           use after error procedure on SORTED-IBNX.
       sortedibnx-error.
           display 'Sorted IBAN extract file error - ', WS-SFILE-ST.

       decl-sweeprpt section.
           use after error procedure on SWEEP-RPT.
       sweeprpt-error.
           display 'Sweep report file error - ', WS-RFILE-ST.
       end declaratives.

      * Core business logic of the program.
       0000-core-business-logic.
           perform v000-chk-run-ctl
           perform b000-open-files
           perform c000-scan-master
           perform d000-chk-shared-iban
           perform e000-chk-empty-dept
           perform f000-prnt-noband
           perform h000-chk-ytd
           perform i000-chk-pending
           perform g000-prnt-totals
           perform v900-write-run-ctl
           perform x000-clse-file
           stop run.
      *     *--------------------------------------------------------*
      *   This section checks the shared run-control file before the
      *   run starts - a master mid-maintenance would give a sweep
      *   of half-applied changes.
       v000-chk-run-ctl section.
       v010-chk-run-ctl.
           move 'R' to RCT-FUNC
           move 'emp-sweep' to RCT-PROGRAM
           move zeroes to RCT-REC-CNT
           move spaces to RCT-OUTCOME
           call 'emp-runctl' using RCT-CTL-AREA
           if RCT-REFUSED
              display 'Consistency sweep refused - ', RCT-REASON
              display 'Set RUNOVRD=Y to override for a genuine rerun'
              stop run
           end-if.
      *     *--------------------------------------------------------*
       v099-exit.
           exit.
      *     *--------------------------------------------------------*
      *   This section opens the files, writes the report headers
      *   and loads the department and job band tables.
       b000-open-files section.
       b010-open-files.
           open input EMPMST
                output IBAN-EXTRACT
                       SWEEP-RPT.
       b020-write-hdrs.
           accept WS-TDY-DTE from date yyyymmdd
           move WS-TDYDTE-DD   to SHD-DTE-DD
           move WS-TDYDTE-MM   to SHD-DTE-MM
           move WS-TDYDTE-YYYY to SHD-DTE-YYYY
           write swp-rpt-rec from SWP-HEAD1
           write swp-rpt-rec from SWP-COLHEAD.
       b030-load-deptref.
           perform b200-load-dept-ref.
       b040-load-jobbands.
           perform b300-load-job-bands.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.

      *    loads the department reference file into WS-DREF-TBL,
      *    each department starting with no heads.
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
              move zeroes        to DRF-HEADS(WS-DREF-CNT)
           else
              display 'Dept reference table full - ', DPT-CODE
           end-if.
      *     *--------------------------------------------------------*
       b249-exit.
           exit.

      *    loads the job-title salary band file into WS-JBND-TBL so
      *    each active employee's title can be checked against it.
       b300-load-job-bands section.
       b310-open-jobband.
           open input JOBBAND-FILE.
       b320-load-loop.
           perform until JBND-EOF
              read JOBBAND-FILE
                   at end
                      set JBND-EOF to true
                   not at end
                      perform b340-load-one-band
              end-read
           end-perform.
       b330-close-jobband.
           close JOBBAND-FILE.
      *     *--------------------------------------------------------*
       b399-exit.
           exit.

      *    files one band record into the table - its own section
      *    since it is reached only via b320's read loop.
       b340-load-one-band section.
       b341-file-one-band.
           if WS-JBND-CNT < 50
              add 1 to WS-JBND-CNT
              move JBD-JOBTY       to JBT-JOBTY(WS-JBND-CNT)
           else
              display 'Job band table full - ', JBD-JOBTY
           end-if.
      *     *--------------------------------------------------------*
       b349-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the main pass - reads the master through in empno order.
       c000-scan-master section.
       c010-start-master.
           move zeroes to IN-EMPNO
           start EMPMST key is not less than IN-EMPNO
                 invalid key
                    set MST-EOF to true
           end-start.
       c020-read-loop.
           perform until MST-EOF
              read EMPMST next record
                   at end
                      set MST-EOF to true
                   not at end
                      perform c100-chk-one-emp
              end-read
           end-perform.
       c030-close-extract.
           close IBAN-EXTRACT.
      *     *--------------------------------------------------------*
       c099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one master record - every IBAN goes to the extract; an
      *    active employee is checked for bank details, counted in
      *    their department and checked for a band. its own section
      *    since it is reached only via c020's read loop.
       c100-chk-one-emp section.
       c110-conc-emply-name.
           move +1 to ws-pointer-fld-1
           move spaces to ws-emply-name
           string in-midinit delimited by size
                    " " delimited by size
                  in-firstname delimited by space
                      " " delimited by size
                  in-lastname delimited by space
                      into ws-emply-name
                      with pointer ws-pointer-fld-1
           end-string.
       c120-write-extract.
           if IN-IBAN not = spaces
              move IN-IBAN       to IBX-IBAN
              move IN-EMPNO      to IBX-EMPNO
              move ws-emply-name to IBX-NAME
              move IN-STATUS     to IBX-STATUS
              write IBX-EXTREC
           end-if
           if not IN-ACTIVE
              go to c199-exit
           end-if.
       c130-chk-bank.
           if IN-IBAN = spaces or IN-BIC = spaces
              move 'NO BANK DETAILS' to SDL-CHECK
              move IN-EMPNO      to SDL-KEY
              move ws-emply-name to SDL-NAME
              evaluate true
                 when IN-IBAN = spaces and IN-BIC = spaces
                    move 'NO IBAN OR BIC ON MASTER' to SDL-DETAIL
                 when IN-IBAN = spaces
                    move 'NO IBAN ON MASTER' to SDL-DETAIL
                 when other
                    move 'NO BIC ON MASTER' to SDL-DETAIL
              end-evaluate
              write swp-rpt-rec from SWP-DTL-LINE
              add +1 to WS-NOBANK-CNT
           end-if.
       c140-count-dept.
           perform m000-lookup-dept
           if WS-FOUND-DREF-IDX > 0
              add 1 to DRF-HEADS(WS-FOUND-DREF-IDX)
           end-if.
       c150-chk-band.
           perform l000-lookup-job-band
           if WS-FOUND-JBND-IDX = 0
              perform n000-note-noband
           end-if.
      *     *--------------------------------------------------------*
       c199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    sorts the extract by IBAN and lists every holder of an
      *    IBAN that turns up on more than one record.
       d000-chk-shared-iban section.
       d010-sort-by-iban.
           sort SORT-FILE on ascending key SRT-IBAN
                                           SRT-EMPNO
                using IBAN-EXTRACT
                giving SORTED-IBNX.
       d020-open-sorted.
           open input SORTED-IBNX.
       d030-proc-loop.
           perform until SRT-EOF
              read SORTED-IBNX
                   at end
                      set SRT-EOF to true
                   not at end
                      perform d100-chk-one-iban
              end-read
           end-perform.
       d040-close-sorted.
           close SORTED-IBNX.
      *     *--------------------------------------------------------*
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one sorted extract record against the one before it - a
      *    repeat lists the group's first holder (once) and this
      *    one. its own section since it is reached only via d030's
      *    read loop.
       d100-chk-one-iban section.
       d110-chk-repeat.
           if SX-IBAN not = WS-PRV-IBAN
              set GRP-NOT-LISTED to true
              go to d140-save-prev
           end-if.
       d120-list-first.
           if GRP-NOT-LISTED
              move WS-PRV-EMPNO  to SDL-KEY
              move WS-PRV-NAME   to SDL-NAME
              move WS-PRV-IBAN   to SDL-DETAIL
              if WS-PRV-STATUS = 'I'
                 move 'INACTIVE' to SDL-DETAIL(37:8)
              end-if
              perform d200-write-shared
              set GRP-LISTED to true
           end-if.
       d130-list-this.
           move SX-EMPNO  to SDL-KEY
           move SX-NAME   to SDL-NAME
           move SX-IBAN   to SDL-DETAIL
           if SX-INACTIVE
              move 'INACTIVE' to SDL-DETAIL(37:8)
           end-if
           perform d200-write-shared.
       d140-save-prev.
           move SX-IBAN   to WS-PRV-IBAN
           move SX-EMPNO  to WS-PRV-EMPNO
           move SX-NAME   to WS-PRV-NAME
           move SX-STATUS to WS-PRV-STATUS.
      *     *--------------------------------------------------------*
       d199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    writes one shared-IBAN holder line.
       d200-write-shared section.
       d210-write-line.
           move 'SHARED IBAN' to SDL-CHECK
           write swp-rpt-rec from SWP-DTL-LINE
           add +1 to WS-SHARED-CNT.
      *     *--------------------------------------------------------*
       d299-exit.
           exit.
      *     *--------------------------------------------------------*
      *    lists every department on dept.dat the master pass found
      *    no active employee in.
       e000-chk-empty-dept section.
       e010-scan-depts.
           perform e050-chk-one-dept
               varying WS-DREF-IDX from 1 by 1
               until WS-DREF-IDX > WS-DREF-CNT.
      *     *--------------------------------------------------------*
       e099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by e010's PERFORM VARYING.
       e050-chk-one-dept section.
       e051-chk-heads.
           if DRF-HEADS(WS-DREF-IDX) = 0
              move 'DEPT HAS NO EMPLOYEES'  to SDL-CHECK
              move DRF-CODE(WS-DREF-IDX)    to SDL-KEY
              move DRF-NAME(WS-DREF-IDX)    to SDL-NAME
              move 'NO ACTIVE EMPLOYEES ON MASTER' to SDL-DETAIL
              write swp-rpt-rec from SWP-DTL-LINE
              add +1 to WS-EMPTY-DEPT-CNT
           end-if.
      *     *--------------------------------------------------------*
       e059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    lists each unbanded title the master pass noted, once per
      *    title with how many active employees hold it.
       f000-prnt-noband section.
       f010-scan-noband.
           perform f050-prnt-one-title
               varying WS-NBD-IDX from 1 by 1
               until WS-NBD-IDX > WS-NBD-CNT.
      *     *--------------------------------------------------------*
       f099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    printed once per slot by f010's PERFORM VARYING.
       f050-prnt-one-title section.
       f051-prnt-title.
           move 'JOB TITLE HAS NO BAND' to SDL-CHECK
           move NBD-JOBTY(WS-NBD-IDX)   to SDL-KEY
           move spaces                  to SDL-NAME
           move NBD-HOLDERS(WS-NBD-IDX) to WS-ED-CNT
           move spaces                  to SDL-DETAIL
           string WS-ED-CNT delimited by size
                  ' ACTIVE HOLDERS, FIRST EMPNO ' delimited by size
                  NBD-FIRST-EMPNO(WS-NBD-IDX) delimited by size
                  into SDL-DETAIL
           end-string
           write swp-rpt-rec from SWP-DTL-LINE
           add +1 to WS-NOBAND-CNT.
      *     *--------------------------------------------------------*
       f059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    probes the master for every ytd.dat entry's employee.
       h000-chk-ytd section.
       h010-open-ytd.
           open input YTD-FILE.
       h020-read-loop.
           perform until YTD-EOF
              read YTD-FILE
                   at end
                      set YTD-EOF to true
                   not at end
                      perform h100-chk-one-ytd
              end-read
           end-perform.
       h030-close-ytd.
           close YTD-FILE.
      *     *--------------------------------------------------------*
       h099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one ytd.dat entry - its own section since it is reached
      *    only via h020's read loop.
       h100-chk-one-ytd section.
       h110-probe-master.
           move YTD-EMPNO to IN-EMPNO
           perform p000-probe-master
           if MST-NOT-ON-FILE
              move 'YTD ENTRY NO MASTER' to SDL-CHECK
              move YTD-EMPNO  to SDL-KEY
              move spaces     to SDL-NAME
              move spaces     to SDL-DETAIL
              string 'TAX YEAR ' delimited by size
                     YTD-YEAR delimited by size
                     into SDL-DETAIL
              end-string
              write swp-rpt-rec from SWP-DTL-LINE
              add +1 to WS-YTD-ORPHAN-CNT
           end-if.
      *     *--------------------------------------------------------*
       h199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    probes the master for every held transaction's employee -
      *    an add is for an employee not on the master yet, so only
      *    updates and deactivates are checked.
       i000-chk-pending section.
       i010-open-pending.
           open input PEND-FILE.
       i020-read-loop.
           perform until PND-EOF
              read PEND-FILE
                   at end
                      set PND-EOF to true
                   not at end
                      perform i100-chk-one-pending
              end-read
           end-perform.
       i030-close-pending.
           close PEND-FILE.
      *     *--------------------------------------------------------*
       i099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one held transaction - its own section since it is
      *    reached only via i020's read loop.
       i100-chk-one-pending section.
       i110-probe-master.
           if TRN-ADD
              go to i199-exit
           end-if
           move TRN-EMPNO to IN-EMPNO
           perform p000-probe-master
           if MST-NOT-ON-FILE
              move 'PENDING TRN NO MASTER' to SDL-CHECK
              move TRN-EMPNO  to SDL-KEY
              move spaces     to SDL-NAME
              move spaces     to SDL-DETAIL
              string 'TRANSACTION CODE ' delimited by size
                     TRN-CODE delimited by size
                     ' EFFECTIVE ' delimited by size
                     TRN-EFFDATE(1:2) delimited by size
                     '/' delimited by size
                     TRN-EFFDATE(3:2) delimited by size
                     '/' delimited by size
                     TRN-EFFDATE(5:4) delimited by size
                     into SDL-DETAIL
              end-string
              write swp-rpt-rec from SWP-DTL-LINE
              add +1 to WS-PND-ORPHAN-CNT
           end-if.
      *     *--------------------------------------------------------*
       i199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the no-exceptions line when the sweep
      *    is clean and the trailer counts either way.
       g000-prnt-totals section.
       g010-add-totals.
           compute WS-EXCEPTION-CNT = WS-SHARED-CNT + WS-NOBANK-CNT
                                    + WS-EMPTY-DEPT-CNT
                                    + WS-NOBAND-CNT
                                    + WS-YTD-ORPHAN-CNT
                                    + WS-PND-ORPHAN-CNT.
       g020-chk-none.
           if WS-EXCEPTION-CNT = 0
              write swp-rpt-rec from SWP-NONE-LINE
           end-if.
       g030-write-trailer.
           move WS-SHARED-CNT     to STL-SHARED-COUNT
           move WS-NOBANK-CNT     to STL-NOBANK-COUNT
           move WS-EMPTY-DEPT-CNT to STL-EMPTY-COUNT
           move WS-NOBAND-CNT     to STL-NOBAND-COUNT
           move WS-YTD-ORPHAN-CNT to STL-YTD-COUNT
           move WS-PND-ORPHAN-CNT to STL-PND-COUNT
           move WS-EXCEPTION-CNT  to STL-TOTAL-COUNT
           move spaces to swp-rpt-rec
           write swp-rpt-rec
           write swp-rpt-rec from SWP-TRL-LINE1
           write swp-rpt-rec from SWP-TRL-LINE2
           display 'Consistency sweep - exceptions ', WS-EXCEPTION-CNT.
      *     *--------------------------------------------------------*
       g099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-JBND-TBL for the employee's IN-JOBTY -
      *    WS-FOUND-JBND-IDX comes back zero when it has no band.
       l000-lookup-job-band section.
       l010-init-scan.
           move 0 to WS-FOUND-JBND-IDX.
       l020-scan-jbnd-tbl.
           perform l050-chk-one-jbnd-slot
               varying WS-JBND-IDX from 1 by 1
               until WS-JBND-IDX > WS-JBND-CNT
                  or WS-FOUND-JBND-IDX > 0.
      *     *--------------------------------------------------------*
       l099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by l020's PERFORM VARYING.
       l050-chk-one-jbnd-slot section.
       l051-chk-slot.
           if JBT-JOBTY(WS-JBND-IDX) = IN-JOBTY
              move WS-JBND-IDX to WS-FOUND-JBND-IDX
           end-if.
      *     *--------------------------------------------------------*
       l059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-DREF-TBL for the employee's IN-WORKDEPT -
      *    WS-FOUND-DREF-IDX comes back zero when it is not on file.
       m000-lookup-dept section.
       m010-init-scan.
           move 0 to WS-FOUND-DREF-IDX.
       m020-scan-dref-tbl.
           perform m050-chk-one-dref-slot
               varying WS-DREF-IDX from 1 by 1
               until WS-DREF-IDX > WS-DREF-CNT
                  or WS-FOUND-DREF-IDX > 0.
      *     *--------------------------------------------------------*
       m099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by m020's PERFORM VARYING.
       m050-chk-one-dref-slot section.
       m051-chk-slot.
           if DRF-CODE(WS-DREF-IDX) = IN-WORKDEPT
              move WS-DREF-IDX to WS-FOUND-DREF-IDX
           end-if.
      *     *--------------------------------------------------------*
       m059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    finds or adds the employee's unbanded title in
      *    WS-NBD-TBL and counts the holder.
       n000-note-noband section.
       n010-find-title.
           move 0 to WS-FOUND-NBD-IDX
           perform n050-chk-one-nbd-slot
               varying WS-NBD-IDX from 1 by 1
               until WS-NBD-IDX > WS-NBD-CNT
                  or WS-FOUND-NBD-IDX > 0.
       n020-add-slot.
           if WS-FOUND-NBD-IDX = 0
              if WS-NBD-CNT < 50
                 add 1 to WS-NBD-CNT
                 move WS-NBD-CNT to WS-FOUND-NBD-IDX
                 move IN-JOBTY to NBD-JOBTY(WS-NBD-CNT)
                 move zeroes   to NBD-HOLDERS(WS-NBD-CNT)
                 move IN-EMPNO to NBD-FIRST-EMPNO(WS-NBD-CNT)
              else
                 display 'Unbanded title table full - ', IN-JOBTY
                 go to n099-exit
              end-if
           end-if
           add 1 to NBD-HOLDERS(WS-FOUND-NBD-IDX).
      *     *--------------------------------------------------------*
       n099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by n010's PERFORM VARYING.
       n050-chk-one-nbd-slot section.
       n051-chk-slot.
           if NBD-JOBTY(WS-NBD-IDX) = IN-JOBTY
              move WS-NBD-IDX to WS-FOUND-NBD-IDX
           end-if.
      *     *--------------------------------------------------------*
       n059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    keyed read of the master on IN-EMPNO - sets the found/
      *    not-found switch.
       p000-probe-master section.
       p010-read-master.
           read EMPMST
                invalid key
                   set MST-NOT-ON-FILE to true
                not invalid key
                   set MST-ON-FILE to true
           end-read.
      *     *--------------------------------------------------------*
       p099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    records the sweep on the shared run-control file - the
      *    exception count, and the CLEAN verdict emp-payroll's gate
      *    waits for.
       v900-write-run-ctl section.
       v910-write-run-ctl.
           move 'W' to RCT-FUNC
           move 'emp-sweep' to RCT-PROGRAM
           move WS-EXCEPTION-CNT to RCT-REC-CNT
           if WS-EXCEPTION-CNT = 0
              move 'CLEAN' to RCT-OUTCOME
           else
              move 'EXCEPTIONS' to RCT-OUTCOME
           end-if
           call 'emp-runctl' using RCT-CTL-AREA.
      *     *--------------------------------------------------------*
       v999-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section closes the files used by the program.
       x000-clse-file section.
       x010-close-files.
           close EMPMST
                 SWEEP-RPT.

       x099-exit.
           exit.
