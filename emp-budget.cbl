       identification division.
         program-id. emp-budget.
         author. Simon Vargas.
         date-written. October 15, 2026.

      *
      *--------------------------------------------------------*
      * proj: section 15.4 - Employee Report Program (companion)
      * desc: Department budget versus actual report. Sets each
      *       department's approved headcount and annual
      *       compensation budget off budget.dat (see budget.cpy,
      *       maintained by budget-maint) against what the indexed
      *       master actually carries - the active headcount and
      *       the salary, bonus and commission of the active
      *       employees - with the variance amount and percentage.
      *       Ahead of the department lines it lists the held
      *       salary changes on the pending suspense file that land
      *       in the budget year (old salary off the master against
      *       the new, the annual difference and the part of it
      *       that falls in the year from the effective month on),
      *       and each department's projected cost carries its
      *       in-year share. A department is flagged OVER BUDGET
      *       when its actual cost is above budget, OVER WITH
      *       PENDING when only the held changes take it over,
      *       OVER HEADCOUNT when it carries more heads than
      *       approved, and NO BUDGET when it has staff but no
      *       budget for the year. Totals roll up by dept.dat cost
      *       centre, then to a grand total. The budget year comes
      *       from the BUDYR environment variable (four digits, read
      *       the same way emp-yearend reads TAXYR) and defaults to
      *       the current year; budget.dat records for any other
      *       year are skipped and counted on the trailer.
      *    Files:
      *          *BUDGET-FILE - Department budget file (BUDDD)
      *          *DEPT-FILE   - Department reference file (read only)
      *          *EMPMST      - Indexed employee master (MSTDD), read
      *                         through once for the actuals, then
      *                         probed for each held change's old
      *                         salary and department
      *          *PEND-FILE   - Current transaction suspense file
      *                         (the PEND-OUT of the last emp-maint
      *                         run, read via its PNDIDD DD-name)
      *          *BUD-RPT     - Budget versus actual report (BUDRDD)
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *   2026-10-15  SV  Initial version - budget versus actual by
      *                   department with the held salary changes
      *                   landing in the year and the cost centre
      *                   rollup.
      *   2026-10-15  SV  Suspense record widened to 217 bytes in
      *                   step with emp-maint's new TRN-KEYED-BY/
      *                   TRN-APPROVED-BY.
      *   2026-10-15  SV  Review fixes: PROJECTED column printed
      *                   signed (the projection is signed) like
      *                   VARIANCE beside it.
      *--------------------------------------------------------*

       environment division.
       input-output section.
       file-control.
      * file-names below are DD-names resolved from the environment
      * at run time, same convention the other programs use.
           select BUDGET-FILE assign to 'BUDDD'
               organization is line sequential
               file status is WS-BFILE-ST.

      * department reference file maintained by dept-maint - loaded
      * into WS-DEPTREF at startup for each department's name and
      * cost centre.
           select DEPT-FILE assign to 'DEPTDD'
               organization is line sequential
               file status is WS-DFILE-ST.

      * dynamic access, the same as emp-inq - read through in key
      * order for the actuals, then read by key for the held
      * changes.
           select EMPMST assign to 'MSTDD'
               organization is indexed
               access mode is dynamic
               record key is IN-EMPNO
               alternate record key is IN-WORKDEPT with duplicates
               alternate record key is IN-LASTNAME with duplicates
               file status is WS-MFILE-ST.

           select PEND-FILE assign to 'PNDIDD'
               organization is line sequential
               file status is WS-PFILE-ST.

           select BUD-RPT assign to 'BUDRDD'
               organization is line sequential
               file status is WS-RFILE-ST.

       data division.
       file section.
       fd  BUDGET-FILE.
           copy budget.

       fd  DEPT-FILE.
           copy deptrec.

       fd  EMPMST.
           copy emprec.

      * the suspense record is emp-maint's 217-byte transaction
      * record - same layout, same TRN- field names emp-pendrpt
      * uses.
       fd  PEND-FILE.
       01  TRN-REC.
           05  TRN-CODE              PIC X(01).
               88  TRN-ADD                   VALUE 'A'.
               88  TRN-UPDATE                VALUE 'U'.
               88  TRN-DEACTIVATE            VALUE 'D'.
           05  TRN-EMPNO             PIC 9(6).
           05  TRN-FIRSTNAME         PIC X(12).
           05  TRN-MIDINIT           PIC X(01).
           05  TRN-LASTNAME          PIC X(17).
           05  TRN-WORKDEPT          PIC X(03).
           05  TRN-PHONENO           PIC 9(03).
           05  TRN-HIREDATE          PIC 9(08).
           05  TRN-JOBTY             PIC X(08).
           05  TRN-EDLEVEL           PIC 9(02).
           05  TRN-SEX               PIC X(01).
           05  TRN-BIRTHDATE         PIC 9(08).
           05  TRN-SALARY            PIC 9(07)V99.
           05  TRN-BONUS             PIC 9(07)V99.
           05  TRN-COMM              PIC 9(07)V99.
           05  TRN-ADD-INFO          PIC X(48).
           05  TRN-EFFDATE           PIC 9(08).
           05  TRN-IBAN              PIC X(34).
           05  TRN-BIC               PIC X(11).
           05  TRN-HELD-CNT          PIC 9(03).
           05  TRN-KEYED-BY          PIC X(08).
           05  TRN-APPROVED-BY       PIC X(08).

       fd  BUD-RPT.
       01  bud-rpt-rec               pic x(132).

       working-storage section.

       01  ws-switch.
           05 WS-BGT-EOF-SW          PIC X(01) VALUE 'N'.
              88 BGT-EOF                       VALUE 'Y'.
              88 BGT-NOT-EOF                   VALUE 'N'.
           05 WS-MST-EOF-SW          PIC X(01) VALUE 'N'.
              88 MST-EOF                       VALUE 'Y'.
              88 MST-NOT-EOF                   VALUE 'N'.
           05 WS-PND-EOF-SW          PIC X(01) VALUE 'N'.
              88 PND-EOF                       VALUE 'Y'.
              88 PND-NOT-EOF                   VALUE 'N'.
           05 WS-MST-FOUND-SW        PIC X(01) VALUE 'N'.
              88 MST-ON-FILE                   VALUE 'Y'.
              88 MST-NOT-ON-FILE               VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 WS-BFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-DFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-MFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-PFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-RFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-BUDYR-ENV           PIC X(04) VALUE SPACES.
           05 WS-BUDYR-LEN           PIC 9(01) VALUE ZEROES.
           05 WS-BUD-YEAR            PIC 9(04) VALUE ZEROES.

       01  WS-COUNTERS.
           05 WS-SKIP-YR-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-HELD-CHG-CNT        PIC 9(05) VALUE ZEROES.
           05 WS-OVER-CNT            PIC 9(05) VALUE ZEROES.
           05 WS-NO-BUD-CNT          PIC 9(05) VALUE ZEROES.

       01  WS-TEMP-DATE.
           05 WS-TDY-DTE PIC 9(08).
           05 THIS REDEFINES WS-TDY-DTE.
              10 WS-TDYDTE-YYYY       PIC 9(04).
              10 WS-TDYDTE-MM         PIC 9(02).
              10 WS-TDYDTE-DD         PIC 9(02).

      * department reference table - loaded from DEPT-FILE at
      * startup and scanned by l000-lookup-dept-name, same scan
      * emp-yearend makes for its statements.
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

      * one slot per department reported - budget.dat's figures
      * for the year next to the master's actuals and the in-year
      * share of the held salary changes. found or added by
      * m000-find-dept, emp-moves style.
       01  WS-BDEPT.
           05 WS-BDEP-CNT            PIC 9(03) VALUE ZEROES.
           05 WS-BDEP-TBL OCCURS 60 TIMES.
              10 BDP-CODE             PIC X(03).
              10 BDP-BUDGET-SW        PIC X(01).
                 88 BDP-HAS-BUDGET              VALUE 'Y'.
                 88 BDP-NO-BUDGET               VALUE 'N'.
              10 BDP-BUD-HEADS        PIC 9(04).
              10 BDP-BUD-COMP         PIC 9(09)V99.
              10 BDP-ACT-HEADS        PIC 9(04).
              10 BDP-ACT-COMP         PIC 9(09)V99.
              10 BDP-PEND-DELTA       PIC S9(09)V99.
           05 WS-BDEP-IDX            PIC 9(03) VALUE ZEROES.
           05 WS-FOUND-BDEP-IDX      PIC 9(03) VALUE ZEROES.
           05 WS-LKP-BDEP-CDE        PIC X(03) VALUE SPACES.

      * cost centre rollup - one slot per dept.dat cost centre met
      * on the department lines, found or added by n000-find-cctr.
       01  WS-CCTR.
           05 WS-CCTR-CNT            PIC 9(03) VALUE ZEROES.
           05 WS-CCTR-TBL OCCURS 50 TIMES.
              10 CCT-CODE             PIC X(06).
              10 CCT-BUD-HEADS        PIC 9(05).
              10 CCT-ACT-HEADS        PIC 9(05).
              10 CCT-BUD-COMP         PIC 9(11)V99.
              10 CCT-ACT-COMP         PIC 9(11)V99.
              10 CCT-PROJ-COMP        PIC S9(11)V99.
           05 WS-CCTR-IDX            PIC 9(03) VALUE ZEROES.
           05 WS-FOUND-CCTR-IDX      PIC 9(03) VALUE ZEROES.
           05 WS-LKP-CCTR-CDE        PIC X(06) VALUE SPACES.

       01  WS-GRAND-TOTALS.
           05 WS-GT-BUD-HEADS        PIC 9(05) VALUE ZEROES.
           05 WS-GT-ACT-HEADS        PIC 9(05) VALUE ZEROES.
           05 WS-GT-BUD-COMP         PIC 9(11)V99 VALUE ZEROES.
           05 WS-GT-ACT-COMP         PIC 9(11)V99 VALUE ZEROES.
           05 WS-GT-PROJ-COMP        PIC S9(11)V99 VALUE ZEROES.

      * the figures for the line being printed - department, cost
      * centre or grand total - which p000-print-bud-line turns into
      * the variance, percentage and flag.
       01  WS-LINE-FIGURES.
           05 WS-LN-BUDGET-SW        PIC X(01) VALUE 'N'.
              88 LN-HAS-BUDGET                 VALUE 'Y'.
              88 LN-NO-BUDGET                  VALUE 'N'.
           05 WS-LN-BUD-HEADS        PIC 9(05) VALUE ZEROES.
           05 WS-LN-ACT-HEADS        PIC 9(05) VALUE ZEROES.
           05 WS-LN-BUD-COMP         PIC 9(11)V99 VALUE ZEROES.
           05 WS-LN-ACT-COMP         PIC 9(11)V99 VALUE ZEROES.
           05 WS-LN-PROJ-COMP        PIC S9(11)V99 VALUE ZEROES.
           05 WS-LN-VAR-AMT          PIC S9(11)V99 VALUE ZEROES.
           05 WS-LN-VAR-PCT          PIC S9(05)V9 VALUE ZEROES.

      * one held change's arithmetic - the annual difference and
      * the share of it falling in the year from the effective
      * month on (the effective month counts in full).
       01  WS-HELD-CHG-VALS.
           05 WS-EFF-MM              PIC 9(02) VALUE ZEROES.
           05 WS-EFF-YYYY            PIC 9(04) VALUE ZEROES.
           05 WS-MTHS-LEFT           PIC 9(02) VALUE ZEROES.
           05 WS-ANN-DIFF            PIC S9(07)V99 VALUE ZEROES.
           05 WS-YR-DIFF             PIC S9(07)V99 VALUE ZEROES.
           05 WS-EMP-COMP            PIC 9(09)V99 VALUE ZEROES.

      * edited staging so a column can print blank when there is
      * nothing to show, the way emp-pendrpt prints its salaries.
       01  WS-EDIT-VALS.
           05 WS-ED-AMT              PIC ZZZZZZ9.99.
           05 WS-ED-DIFF             PIC -ZZZZZZ9.99.
           05 WS-ED-PCT              PIC -ZZZ9.9.

       01  BUD-HEAD1.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(32)
                        VALUE 'DEPARTMENT BUDGET VERSUS ACTUAL'.
           05 FILLER                 PIC X(08) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'BUDGET YEAR '.
           05 BHD-YEAR               PIC 9(04).
           05 FILLER                 PIC X(16) VALUE SPACES.
           05 BHD-DTE.
              10 BHD-DTE-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 BHD-DTE-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 BHD-DTE-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  PND-TITLE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(40)
                        VALUE 'HELD SALARY CHANGES LANDING IN THE YEAR'.
           05 FILLER                 PIC X(88) VALUE SPACES.

       01  PND-COLHEAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE 'EMPNO'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(03) VALUE 'DPT'.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'EFF DATE'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'OLD SALARY'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'NEW SALARY'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'ANNUAL DIFF'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'IN-YEAR AMT'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE 'NOTE'.
           05 FILLER                 PIC X(33) VALUE SPACES.

       01  PND-DTL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 PDL-EMPNO              PIC 9(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 PDL-DEPT               PIC X(03).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PDL-EFF-DTE.
              10 PDL-EFF-DD           PIC 9(02).
              10 FILLER               PIC X(01) VALUE '/'.
              10 PDL-EFF-MM           PIC 9(02).
              10 FILLER               PIC X(01) VALUE '/'.
              10 PDL-EFF-YYYY         PIC 9(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDL-OLD-SAL            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDL-NEW-SAL            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDL-ANN-DIFF           PIC X(11).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDL-YR-DIFF            PIC X(11).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDL-NOTE               PIC X(20).
           05 FILLER                 PIC X(33) VALUE SPACES.

       01  PND-NONE-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(40)
                        VALUE 'NO HELD SALARY CHANGES LAND IN THE YEAR'.
           05 FILLER                 PIC X(88) VALUE SPACES.

       01  BUD-TITLE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(40)
                        VALUE 'BUDGET VERSUS ACTUAL BY DEPARTMENT'.
           05 FILLER                 PIC X(88) VALUE SPACES.

       01  BUD-COLHEAD.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(03) VALUE 'DPT'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE 'NAME'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE 'C/CTR'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'BHDS'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'AHDS'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE '   BUDGET COMP'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE '   ACTUAL COMP'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE '       VARIANCE'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE '  VAR %'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE '  PROJECTED'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(17) VALUE 'FLAG'.
           05 FILLER                 PIC X(02) VALUE SPACES.

      * one line layout for the department lines, the cost centre
      * totals and the grand total - the numeric columns line up.
       01  BUD-DTL-LINE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-DEPT               PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-NAME               PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-CCTR               PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-BUD-HEADS          PIC ZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-ACT-HEADS          PIC ZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-BUD-COMP           PIC ZZZZZZZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-ACT-COMP           PIC ZZZZZZZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-VAR-AMT            PIC -ZZZZZZZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-VAR-PCT            PIC X(07).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-PROJ-COMP          PIC -ZZZZZZZZZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BDL-FLAG               PIC X(17).
           05 FILLER                 PIC X(02) VALUE SPACES.

       01  CCT-TITLE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(40)
                        VALUE 'TOTALS BY COST CENTRE'.
           05 FILLER                 PIC X(88) VALUE SPACES.

       01  BUD-TRL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'DEPARTMENTS='.
           05 BTL-DEPT-COUNT         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'OVER BUDGET='.
           05 BTL-OVER-COUNT         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'NO BUDGET='.
           05 BTL-NOBUD-COUNT        PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'HELD CHANGES='.
           05 BTL-HELD-COUNT         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(20)
                                        VALUE 'OTHER YEARS SKIPPED='.
           05 BTL-SKIP-COUNT         PIC ZZZZ9.
           05 FILLER                 PIC X(28) VALUE SPACES.

      * parameter area for the emp-runctl run-control subprogram.
           copy runctl.

       procedure division.
       declaratives
       decl-budgetfile section.
           use after error procedure on BUDGET-FILE.
       budgetfile-error.
           display 'Dept budget file error - ', WS-BFILE-ST.

       decl-deptfile section.
           use after error procedure on DEPT-FILE.
       deptfile-error.
           display 'Dept reference file error - ', WS-DFILE-ST.

       decl-empmst section.
           use after error procedure on EMPMST.
       empmst-error.
           display 'Indexed master file error - ', WS-MFILE-ST.

       decl-pendfile section.
           use after error procedure on PEND-FILE.
       pendfile-error.
           display 'Pending suspense file error - ', WS-PFILE-ST.

       decl-budrpt section.
           use after error procedure on BUD-RPT.
       budrpt-error.
           display 'Budget report file error - ', WS-RFILE-ST.
       end declaratives.

      * Core business logic of the program.
       0000-core-business-logic.
           perform v000-chk-run-ctl
           perform a000-init-vals
           perform b000-open-files
           perform c000-tally-actuals
           perform d000-list-held-chgs
           perform e000-prnt-depts
           perform f000-prnt-cctrs
           perform g000-prnt-trailer
           perform v900-write-run-ctl
           perform x000-clse-file
           stop run.
      *     *--------------------------------------------------------*
      *    asks emp-runctl whether reporting may start - same check
      *    emp-report makes, so the actuals never come off a master
      *    caught mid-maintenance.
       v000-chk-run-ctl section.
       v010-chk-run-ctl.
           move 'R' to RCT-FUNC
           move 'emp-budget' to RCT-PROGRAM
           move zeroes to RCT-REC-CNT
           move spaces to RCT-OUTCOME
           call 'emp-runctl' using RCT-CTL-AREA
           if RCT-REFUSED
              display 'Budget report run refused - ', RCT-REASON
              display 'Set RUNOVRD=Y to override for a genuine rerun'
              stop run
           end-if.
      *     *--------------------------------------------------------*
       v099-exit.
           exit.
      *     *--------------------------------------------------------*
      *   This section picks up today's date for the report header
      *   and the budget year being reported.
       a000-init-vals section.
       a010-init-tmp-vals.
           accept WS-TDY-DTE from date yyyymmdd
           move WS-TDYDTE-DD   to BHD-DTE-DD
           move WS-TDYDTE-MM   to BHD-DTE-MM
           move WS-TDYDTE-YYYY to BHD-DTE-YYYY.
       a020-get-bud-year.
           move WS-TDYDTE-YYYY to WS-BUD-YEAR
           accept WS-BUDYR-ENV from environment 'BUDYR'
           if WS-BUDYR-ENV not = spaces
              move 0 to WS-BUDYR-LEN
              inspect WS-BUDYR-ENV tallying WS-BUDYR-LEN
                      for characters before initial space
              if WS-BUDYR-LEN = 4
                 and WS-BUDYR-ENV is numeric
                 and WS-BUDYR-ENV not = zeroes
                 move WS-BUDYR-ENV to WS-BUD-YEAR
              else
                 display 'Invalid BUDYR value - ', WS-BUDYR-ENV,
                         ' - using the current year'
              end-if
           end-if
           move WS-BUD-YEAR to BHD-YEAR
           display 'Budget versus actual for budget year ',
                   WS-BUD-YEAR.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
      *     *--------------------------------------------------------*
      *   This section opens the files, writes the report header and
      *   loads the department reference table and the year's
      *   budgets.
       b000-open-files section.
       b010-open-files.
           open input EMPMST
                      PEND-FILE
                output BUD-RPT.
       b020-write-hdr.
           write bud-rpt-rec from BUD-HEAD1.
       b030-load-deptref.
           perform b200-load-dept-ref.
       b040-load-budgets.
           perform b300-load-budgets.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.

      *    loads the department reference file into WS-DREF-TBL so
      *    l000-lookup-dept-name can give each department line its
      *    name and cost centre.
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

      *    loads budget.dat's records for the budget year into
      *    WS-BDEP-TBL - a budget for any other year is skipped.
       b300-load-budgets section.
       b310-open-budget.
           open input BUDGET-FILE.
       b320-load-loop.
           perform until BGT-EOF
              read BUDGET-FILE
                   at end
                      set BGT-EOF to true
                   not at end
                      perform b340-load-one-budget
              end-read
           end-perform.
       b330-close-budget.
           close BUDGET-FILE.
      *     *--------------------------------------------------------*
       b399-exit.
           exit.

      *    files one budget into its department's slot - its own
      *    section since it is reached only via b320's read loop.
       b340-load-one-budget section.
       b341-chk-year.
           if BGT-YEAR not = WS-BUD-YEAR
              add +1 to WS-SKIP-YR-CNT
              go to b349-exit
           end-if.
       b342-file-budget.
           move BGT-DEPT-CODE to WS-LKP-BDEP-CDE
           perform m000-find-dept
           if WS-FOUND-BDEP-IDX > 0
              set BDP-HAS-BUDGET(WS-FOUND-BDEP-IDX) to true
              move BGT-HEADCOUNT
                   to BDP-BUD-HEADS(WS-FOUND-BDEP-IDX)
              move BGT-COMP-BUDGET
                   to BDP-BUD-COMP(WS-FOUND-BDEP-IDX)
           end-if.
      *     *--------------------------------------------------------*
       b349-exit.
           exit.
      *     *--------------------------------------------------------*
      *    reads the master through in empno order and adds every
      *    active employee's head and salary, bonus and commission
      *    into their department's actuals.
       c000-tally-actuals section.
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
                      perform c100-tally-one-emp
              end-read
           end-perform.
      *     *--------------------------------------------------------*
       c099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    adds one employee into the actuals - its own section
      *    since it is reached only via c020's read loop.
       c100-tally-one-emp section.
       c110-chk-active.
           if IN-INACTIVE
              go to c199-exit
           end-if.
       c120-add-to-dept.
           move IN-WORKDEPT to WS-LKP-BDEP-CDE
           perform m000-find-dept
           if WS-FOUND-BDEP-IDX > 0
              compute WS-EMP-COMP = in-salary + in-bonus + in-comm
              add +1 to BDP-ACT-HEADS(WS-FOUND-BDEP-IDX)
              add WS-EMP-COMP to BDP-ACT-COMP(WS-FOUND-BDEP-IDX)
           end-if.
      *     *--------------------------------------------------------*
       c199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    lists the held salary changes on the suspense file that
      *    land in the budget year, and carries each one's in-year
      *    amount into its department's projection.
       d000-list-held-chgs section.
       d010-write-hdrs.
           move spaces to bud-rpt-rec
           write bud-rpt-rec
           write bud-rpt-rec from PND-TITLE
           write bud-rpt-rec from PND-COLHEAD.
       d020-read-loop.
           perform until PND-EOF
              read PEND-FILE
                   at end
                      set PND-EOF to true
                   not at end
                      perform d100-chk-one-trn
              end-read
           end-perform.
       d030-chk-none.
           if WS-HELD-CHG-CNT = zeroes
              write bud-rpt-rec from PND-NONE-LINE
           end-if.
      *     *--------------------------------------------------------*
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one held transaction - only a salary-carrying update
      *    effective in the budget year is listed. the old salary
      *    and the department come off the current master; a target
      *    no longer on it, or deactivated, is listed with a note
      *    but adds nothing to the projection, since the change
      *    will just reject when it matures. its own section since
      *    it is reached only via d020's read loop.
       d100-chk-one-trn section.
       d110-chk-salary-chg.
           if not TRN-UPDATE
              go to d199-exit
           end-if
           if TRN-SALARY is not numeric or TRN-SALARY = zeroes
              go to d199-exit
           end-if
           move TRN-EFFDATE(3:2) to WS-EFF-MM
           move TRN-EFFDATE(5:4) to WS-EFF-YYYY
           if WS-EFF-YYYY not = WS-BUD-YEAR
              go to d199-exit
           end-if.
       d120-move-key-fields.
           add +1 to WS-HELD-CHG-CNT
           move spaces to PDL-DEPT, PDL-OLD-SAL, PDL-ANN-DIFF,
                          PDL-YR-DIFF, PDL-NOTE
           move TRN-EMPNO to PDL-EMPNO
           move TRN-EFFDATE(1:2) to PDL-EFF-DD
           move TRN-EFFDATE(3:2) to PDL-EFF-MM
           move TRN-EFFDATE(5:4) to PDL-EFF-YYYY
           move TRN-SALARY to WS-ED-AMT
           move WS-ED-AMT to PDL-NEW-SAL.
       d130-probe-master.
           move TRN-EMPNO to IN-EMPNO
           read EMPMST
                invalid key
                   set MST-NOT-ON-FILE to true
                not invalid key
                   set MST-ON-FILE to true
           end-read
           if MST-NOT-ON-FILE
              move 'TARGET NOT ON MASTER' to PDL-NOTE
              go to d150-write-dtl-line
           end-if
           move IN-WORKDEPT to PDL-DEPT
           move in-salary to WS-ED-AMT
           move WS-ED-AMT to PDL-OLD-SAL
           if IN-INACTIVE
              move 'TARGET DEACTIVATED  ' to PDL-NOTE
              go to d150-write-dtl-line
           end-if.
      *    the effective month and every month after it to the end
      *    of the year carry the new salary.
       d140-calc-in-year.
           compute WS-ANN-DIFF = TRN-SALARY - in-salary
           if WS-EFF-MM < 1 or WS-EFF-MM > 12
              move 12 to WS-MTHS-LEFT
           else
              compute WS-MTHS-LEFT = 13 - WS-EFF-MM
           end-if
           compute WS-YR-DIFF rounded =
                   WS-ANN-DIFF * WS-MTHS-LEFT / 12
           move WS-ANN-DIFF to WS-ED-DIFF
           move WS-ED-DIFF to PDL-ANN-DIFF
           move WS-YR-DIFF to WS-ED-DIFF
           move WS-ED-DIFF to PDL-YR-DIFF
           move IN-WORKDEPT to WS-LKP-BDEP-CDE
           perform m000-find-dept
           if WS-FOUND-BDEP-IDX > 0
              add WS-YR-DIFF to BDP-PEND-DELTA(WS-FOUND-BDEP-IDX)
           end-if.
       d150-write-dtl-line.
           write bud-rpt-rec from PND-DTL-LINE.
      *     *--------------------------------------------------------*
       d199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one line per department, budget against actual, each
      *    rolled into its cost centre and the grand total.
       e000-prnt-depts section.
       e010-write-hdrs.
           move spaces to bud-rpt-rec
           write bud-rpt-rec
           write bud-rpt-rec from BUD-TITLE
           write bud-rpt-rec from BUD-COLHEAD.
       e020-prnt-loop.
           perform e100-prnt-one-dept
               varying WS-BDEP-IDX from 1 by 1
               until WS-BDEP-IDX > WS-BDEP-CNT.
      *     *--------------------------------------------------------*
       e099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one department's line - its own section since it is
      *    reached only via e020's PERFORM VARYING.
       e100-prnt-one-dept section.
       e110-move-dept-ids.
           move BDP-CODE(WS-BDEP-IDX) to BDL-DEPT, WS-LKP-DEPT-CDE
           perform l000-lookup-dept-name
           if WS-FOUND-DREF-IDX > 0
              move DRF-NAME(WS-FOUND-DREF-IDX) to BDL-NAME
              move DRF-COST-CTR(WS-FOUND-DREF-IDX) to BDL-CCTR
           else
              move 'NOT ON DEPT FILE' to BDL-NAME
              move spaces to BDL-CCTR
           end-if
           if BDL-CCTR = spaces
              move 'NONE' to BDL-CCTR
           end-if.
       e120-move-figures.
           move BDP-BUDGET-SW(WS-BDEP-IDX) to WS-LN-BUDGET-SW
           move BDP-BUD-HEADS(WS-BDEP-IDX) to WS-LN-BUD-HEADS
           move BDP-ACT-HEADS(WS-BDEP-IDX) to WS-LN-ACT-HEADS
           move BDP-BUD-COMP(WS-BDEP-IDX)  to WS-LN-BUD-COMP
           move BDP-ACT-COMP(WS-BDEP-IDX)  to WS-LN-ACT-COMP
           compute WS-LN-PROJ-COMP = BDP-ACT-COMP(WS-BDEP-IDX)
                                   + BDP-PEND-DELTA(WS-BDEP-IDX)
           perform p000-print-bud-line
           if BDL-FLAG = 'OVER BUDGET'
              add +1 to WS-OVER-CNT
           end-if
           if BDL-FLAG = 'NO BUDGET'
              add +1 to WS-NO-BUD-CNT
           end-if.
       e130-roll-to-cctr.
           move BDL-CCTR to WS-LKP-CCTR-CDE
           perform n000-find-cctr
           if WS-FOUND-CCTR-IDX > 0
              add WS-LN-BUD-HEADS to CCT-BUD-HEADS(WS-FOUND-CCTR-IDX)
              add WS-LN-ACT-HEADS to CCT-ACT-HEADS(WS-FOUND-CCTR-IDX)
              add WS-LN-BUD-COMP  to CCT-BUD-COMP(WS-FOUND-CCTR-IDX)
              add WS-LN-ACT-COMP  to CCT-ACT-COMP(WS-FOUND-CCTR-IDX)
              add WS-LN-PROJ-COMP to CCT-PROJ-COMP(WS-FOUND-CCTR-IDX)
           end-if
           add WS-LN-BUD-HEADS to WS-GT-BUD-HEADS
           add WS-LN-ACT-HEADS to WS-GT-ACT-HEADS
           add WS-LN-BUD-COMP  to WS-GT-BUD-COMP
           add WS-LN-ACT-COMP  to WS-GT-ACT-COMP
           add WS-LN-PROJ-COMP to WS-GT-PROJ-COMP.
      *     *--------------------------------------------------------*
       e199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the cost centre totals, then the grand total, on the
      *    department line layout.
       f000-prnt-cctrs section.
       f010-write-hdrs.
           move spaces to bud-rpt-rec
           write bud-rpt-rec
           write bud-rpt-rec from CCT-TITLE
           write bud-rpt-rec from BUD-COLHEAD.
       f020-prnt-loop.
           perform f100-prnt-one-cctr
               varying WS-CCTR-IDX from 1 by 1
               until WS-CCTR-IDX > WS-CCTR-CNT.
       f030-prnt-grand-total.
           move spaces to BDL-DEPT, BDL-CCTR
           move 'GRAND TOTAL' to BDL-NAME
           move WS-GT-BUD-HEADS to WS-LN-BUD-HEADS
           move WS-GT-ACT-HEADS to WS-LN-ACT-HEADS
           move WS-GT-BUD-COMP  to WS-LN-BUD-COMP
           move WS-GT-ACT-COMP  to WS-LN-ACT-COMP
           move WS-GT-PROJ-COMP to WS-LN-PROJ-COMP
           if WS-GT-BUD-COMP > zeroes
              set LN-HAS-BUDGET to true
           else
              set LN-NO-BUDGET to true
           end-if
           move spaces to bud-rpt-rec
           write bud-rpt-rec
           perform p000-print-bud-line.
      *     *--------------------------------------------------------*
       f099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one cost centre's total line - its own section since it
      *    is reached only via f020's PERFORM VARYING.
       f100-prnt-one-cctr section.
       f110-move-figures.
           move spaces to BDL-DEPT
           move 'COST CENTRE TOTAL' to BDL-NAME
           move CCT-CODE(WS-CCTR-IDX)      to BDL-CCTR
           move CCT-BUD-HEADS(WS-CCTR-IDX) to WS-LN-BUD-HEADS
           move CCT-ACT-HEADS(WS-CCTR-IDX) to WS-LN-ACT-HEADS
           move CCT-BUD-COMP(WS-CCTR-IDX)  to WS-LN-BUD-COMP
           move CCT-ACT-COMP(WS-CCTR-IDX)  to WS-LN-ACT-COMP
           move CCT-PROJ-COMP(WS-CCTR-IDX) to WS-LN-PROJ-COMP
           if CCT-BUD-COMP(WS-CCTR-IDX) > zeroes
              set LN-HAS-BUDGET to true
           else
              set LN-NO-BUDGET to true
           end-if
           perform p000-print-bud-line.
      *     *--------------------------------------------------------*
       f199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the report trailer.
       g000-prnt-trailer section.
       g010-move-totals.
           move WS-BDEP-CNT     to BTL-DEPT-COUNT
           move WS-OVER-CNT     to BTL-OVER-COUNT
           move WS-NO-BUD-CNT   to BTL-NOBUD-COUNT
           move WS-HELD-CHG-CNT to BTL-HELD-COUNT
           move WS-SKIP-YR-CNT  to BTL-SKIP-COUNT.
       g020-write-trailer.
           move spaces to bud-rpt-rec
           write bud-rpt-rec
           write bud-rpt-rec from BUD-TRL-LINE.
      *     *--------------------------------------------------------*
       g099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-DREF-TBL for WS-LKP-DEPT-CDE - WS-FOUND-DREF-IDX
      *    comes back zero when the code is not on dept.dat.
       l000-lookup-dept-name section.
       l010-init-scan.
           move 0 to WS-FOUND-DREF-IDX.
       l020-scan-dref-tbl.
           perform l050-chk-one-dref-slot
               varying WS-DREF-IDX from 1 by 1
               until WS-DREF-IDX > WS-DREF-CNT.
      *     *--------------------------------------------------------*
       l099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by l020's PERFORM VARYING - its
      *    own section for the same reason emp-maint's M050 is.
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
      *    finds WS-LKP-BDEP-CDE's slot in WS-BDEP-TBL, adding a
      *    zeroed slot when it is not there yet. WS-FOUND-BDEP-IDX
      *    comes back zero only when the table is full.
       m000-find-dept section.
       m010-init-scan.
           move 0 to WS-FOUND-BDEP-IDX.
       m020-scan-bdep-tbl.
           perform m050-chk-one-bdep-slot
               varying WS-BDEP-IDX from 1 by 1
               until WS-BDEP-IDX > WS-BDEP-CNT.
       m030-add-slot.
           if WS-FOUND-BDEP-IDX = 0
              if WS-BDEP-CNT < 60
                 add 1 to WS-BDEP-CNT
                 move WS-BDEP-CNT to WS-FOUND-BDEP-IDX
                 move WS-LKP-BDEP-CDE
                      to BDP-CODE(WS-FOUND-BDEP-IDX)
                 set BDP-NO-BUDGET(WS-FOUND-BDEP-IDX) to true
                 move zeroes to BDP-BUD-HEADS(WS-FOUND-BDEP-IDX)
                                BDP-BUD-COMP(WS-FOUND-BDEP-IDX)
                                BDP-ACT-HEADS(WS-FOUND-BDEP-IDX)
                                BDP-ACT-COMP(WS-FOUND-BDEP-IDX)
                                BDP-PEND-DELTA(WS-FOUND-BDEP-IDX)
              else
                 display 'Budget dept table full - ', WS-LKP-BDEP-CDE
              end-if
           end-if.
      *     *--------------------------------------------------------*
       m099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by m020's PERFORM VARYING.
       m050-chk-one-bdep-slot section.
       m051-chk-slot.
           if WS-FOUND-BDEP-IDX = 0
              and BDP-CODE(WS-BDEP-IDX) = WS-LKP-BDEP-CDE
              move WS-BDEP-IDX to WS-FOUND-BDEP-IDX
           end-if.
      *     *--------------------------------------------------------*
       m059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    finds WS-LKP-CCTR-CDE's slot in WS-CCTR-TBL, adding a
      *    zeroed slot when it is not there yet - same find-or-add
      *    as m000-find-dept.
       n000-find-cctr section.
       n010-init-scan.
           move 0 to WS-FOUND-CCTR-IDX.
       n020-scan-cctr-tbl.
           perform n050-chk-one-cctr-slot
               varying WS-CCTR-IDX from 1 by 1
               until WS-CCTR-IDX > WS-CCTR-CNT.
       n030-add-slot.
           if WS-FOUND-CCTR-IDX = 0
              if WS-CCTR-CNT < 50
                 add 1 to WS-CCTR-CNT
                 move WS-CCTR-CNT to WS-FOUND-CCTR-IDX
                 move WS-LKP-CCTR-CDE
                      to CCT-CODE(WS-FOUND-CCTR-IDX)
                 move zeroes to CCT-BUD-HEADS(WS-FOUND-CCTR-IDX)
                                CCT-ACT-HEADS(WS-FOUND-CCTR-IDX)
                                CCT-BUD-COMP(WS-FOUND-CCTR-IDX)
                                CCT-ACT-COMP(WS-FOUND-CCTR-IDX)
                                CCT-PROJ-COMP(WS-FOUND-CCTR-IDX)
              else
                 display 'Cost centre table full - ', WS-LKP-CCTR-CDE
              end-if
           end-if.
      *     *--------------------------------------------------------*
       n099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by n020's PERFORM VARYING.
       n050-chk-one-cctr-slot section.
       n051-chk-slot.
           if WS-FOUND-CCTR-IDX = 0
              and CCT-CODE(WS-CCTR-IDX) = WS-LKP-CCTR-CDE
              move WS-CCTR-IDX to WS-FOUND-CCTR-IDX
           end-if.
      *     *--------------------------------------------------------*
       n059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    turns WS-LINE-FIGURES into the variance, percentage and
      *    flag and writes the line - the caller has already moved
      *    the department, name and cost centre. the variance is
      *    actual less budget, so over budget prints positive.
       p000-print-bud-line section.
       p010-move-figures.
           move WS-LN-BUD-HEADS to BDL-BUD-HEADS
           move WS-LN-ACT-HEADS to BDL-ACT-HEADS
           move WS-LN-BUD-COMP  to BDL-BUD-COMP
           move WS-LN-ACT-COMP  to BDL-ACT-COMP
           move WS-LN-PROJ-COMP to BDL-PROJ-COMP
           compute WS-LN-VAR-AMT = WS-LN-ACT-COMP - WS-LN-BUD-COMP
           move WS-LN-VAR-AMT to BDL-VAR-AMT
           move spaces to BDL-VAR-PCT
           if WS-LN-BUD-COMP > zeroes
              compute WS-LN-VAR-PCT rounded =
                      WS-LN-VAR-AMT * 100 / WS-LN-BUD-COMP
                 on size error
                    move 9999.9 to WS-LN-VAR-PCT
              end-compute
              move WS-LN-VAR-PCT to WS-ED-PCT
              move WS-ED-PCT to BDL-VAR-PCT
           end-if.
       p020-set-flag.
           move spaces to BDL-FLAG
           evaluate true
              when LN-NO-BUDGET
                 if WS-LN-ACT-HEADS > zeroes
                    or WS-LN-ACT-COMP > zeroes
                    move 'NO BUDGET' to BDL-FLAG
                 end-if
              when WS-LN-ACT-COMP > WS-LN-BUD-COMP
                 move 'OVER BUDGET' to BDL-FLAG
              when WS-LN-PROJ-COMP > WS-LN-BUD-COMP
                 move 'OVER WITH PENDING' to BDL-FLAG
              when WS-LN-ACT-HEADS > WS-LN-BUD-HEADS
                 move 'OVER HEADCOUNT' to BDL-FLAG
           end-evaluate.
       p030-write-line.
           write bud-rpt-rec from BUD-DTL-LINE.
      *     *--------------------------------------------------------*
       p099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    records the run on the shared run-control file - the
      *    outcome says whether any department is over budget.
       v900-write-run-ctl section.
       v910-write-run-ctl.
           move 'W' to RCT-FUNC
           move 'emp-budget' to RCT-PROGRAM
           move WS-BDEP-CNT to RCT-REC-CNT
           if WS-OVER-CNT > zeroes
              move 'OVER BUDGET' to RCT-OUTCOME
           else
              move 'WITHIN BUDGET' to RCT-OUTCOME
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
                 PEND-FILE
                 BUD-RPT.

       x099-exit.
           exit.
