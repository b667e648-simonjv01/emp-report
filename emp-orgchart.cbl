       identification division.
         program-id. emp-orgchart.
         author. Simon Vargas.
         date-written. October 15, 2026.

      *
      *--------------------------------------------------------*
      * proj: section 15.4 - Employee Report Program (companion)
      * desc: Org-chart report - the department hierarchy off
      *       dept.dat's parent department field (DPT-PARENT-DEPT,
      *       see deptrec.cpy), each department printed under its
      *       parent and indented a step per level, with its
      *       manager's name off the indexed master, its active
      *       headcount and the manager's span of control. Span of
      *       control is the people reporting straight to the
      *       manager: the department's active employees other
      *       than the manager, plus the managers of its immediate
      *       child departments. Flagged:
      *          NO MANAGER       - no manager on the department
      *          MANAGER GONE     - manager not on the master
      *          MANAGER INACTIVE - manager since deactivated
      *          ORPHANED         - parent code not on dept.dat (the
      *                             department prints at the top)
      *          PARENT LOOP      - parent chain leads back to the
      *                             department itself
      *       A closing section lists department codes the master's
      *       active employees carry that are not on dept.dat at
      *       all, with their headcount.
      *    Files:
      *          *DEPT-FILE - Department reference file (read only)
      *          *EMPMST    - Indexed employee master (MSTDD), read
      *                       through for the headcounts and read by
      *                       key for each manager
      *          *ORG-RPT   - Org-chart report (ORGDD)
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *   2026-10-15  SV  Initial version - department hierarchy with
      *                   manager, headcount, span of control and
      *                   manager-less/orphaned flags.
      *--------------------------------------------------------*

       environment division.
       input-output section.
       file-control.
      * file-names below are DD-names resolved from the environment
      * at run time, same convention the other programs use.
           select DEPT-FILE assign to 'DEPTDD'
               organization is line sequential
               file status is WS-DFILE-ST.

      * dynamic access, the same as emp-inq - read through in key
      * order for the headcounts, then read by key for managers.
           select EMPMST assign to 'MSTDD'
               organization is indexed
               access mode is dynamic
               record key is IN-EMPNO
               alternate record key is IN-WORKDEPT with duplicates
               alternate record key is IN-LASTNAME with duplicates
               file status is WS-MFILE-ST.

           select ORG-RPT assign to 'ORGDD'
               organization is line sequential
               file status is WS-RFILE-ST.

       data division.
       file section.
       fd  DEPT-FILE.
           copy deptrec.

       fd  EMPMST.
           copy emprec.

       fd  ORG-RPT.
       01  org-rpt-rec               pic x(132).

       working-storage section.

       01  ws-switch.
           05 WS-MST-EOF-SW          PIC X(01) VALUE 'N'.
              88 MST-EOF                       VALUE 'Y'.
              88 MST-NOT-EOF                   VALUE 'N'.
           05 WS-MST-FOUND-SW        PIC X(01) VALUE 'N'.
              88 MST-ON-FILE                   VALUE 'Y'.
              88 MST-NOT-ON-FILE               VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 ws-emply-name          pic x(30) value spaces.
           05 ws-pointer-fld-1       pic s9(03) value zeros.
           05 WS-DFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-MFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-RFILE-ST            PIC 9(02) VALUE ZEROES.

       01  WS-COUNTERS.
           05 WS-NO-MGR-CNT          PIC 9(05) VALUE ZEROES.
           05 WS-ORPHAN-CNT          PIC 9(05) VALUE ZEROES.
           05 WS-LOOP-CNT            PIC 9(05) VALUE ZEROES.
           05 WS-CHILD-MGR-CNT       PIC 9(05) VALUE ZEROES.
           05 WS-SPAN-CNT            PIC S9(05) VALUE ZEROES.

       01  WS-TEMP-DATE.
           05 WS-TDY-DTE PIC 9(08).
           05 THIS REDEFINES WS-TDY-DTE.
              10 WS-TDYDTE-YYYY       PIC 9(04).
              10 WS-TDYDTE-MM         PIC 9(02).
              10 WS-TDYDTE-DD         PIC 9(02).

      * department reference table - loaded from DEPT-FILE at
      * startup, with the parent's slot, the manager's standing
      * and the active headcount worked out before printing.
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
              10 DRF-PARENT-DEPT      PIC X(03).
              10 DRF-PARENT-IDX       PIC 9(03).
              10 DRF-HEADS            PIC 9(05).
              10 DRF-MGR-NAME         PIC X(30).
              10 DRF-MGR-SW           PIC X(01).
                 88 DRF-MGR-OK                  VALUE 'Y'.
                 88 DRF-MGR-NONE                VALUE 'N'.
                 88 DRF-MGR-GONE                VALUE 'G'.
                 88 DRF-MGR-INACTIVE            VALUE 'I'.
              10 DRF-MGR-HERE-SW      PIC X(01).
                 88 DRF-MGR-IN-DEPT             VALUE 'Y'.
              10 DRF-PRINTED-SW       PIC X(01).
                 88 DRF-PRINTED                 VALUE 'Y'.
                 88 DRF-NOT-PRINTED             VALUE 'N'.
           05 WS-DREF-IDX            PIC 9(03) VALUE ZEROES.
           05 WS-FOUND-DREF-IDX      PIC 9(03) VALUE ZEROES.
           05 WS-LKP-DEPT-CDE        PIC X(03) VALUE SPACES.

      * department codes active employees carry that are not on
      * dept.dat - found or added by n000-find-unknown.
       01  WS-UNKNOWN.
           05 WS-UNK-CNT             PIC 9(03) VALUE ZEROES.
           05 WS-UNK-TBL OCCURS 50 TIMES.
              10 UNK-CODE             PIC X(03).
              10 UNK-HEADS            PIC 9(05).
           05 WS-UNK-IDX             PIC 9(03) VALUE ZEROES.
           05 WS-FOUND-UNK-IDX       PIC 9(03) VALUE ZEROES.

      * the walk down the hierarchy - one entry per level printed
      * so far: the department's slot and the last slot scanned for
      * its next child. a child prints one level below its parent
      * and is pushed in turn, so every department comes out
      * straight under its parent's line.
       01  WS-WALK.
           05 WS-STK-TOP             PIC 9(02) VALUE ZEROES.
           05 WS-STK-TBL OCCURS 20 TIMES.
              10 STK-DREF-IDX         PIC 9(03).
              10 STK-SCAN-IDX         PIC 9(03).
           05 WS-ROOT-IDX            PIC 9(03) VALUE ZEROES.
           05 WS-CHILD-IDX           PIC 9(03) VALUE ZEROES.
           05 WS-SCAN-IDX            PIC 9(03) VALUE ZEROES.
           05 WS-PRT-IDX             PIC 9(03) VALUE ZEROES.
           05 WS-PRT-LEVEL           PIC 9(02) VALUE ZEROES.
           05 WS-INDENT-POS          PIC 9(02) VALUE ZEROES.
           05 WS-ROOT-KIND-SW        PIC X(01) VALUE 'T'.
              88 ROOT-TOP-LEVEL                VALUE 'T'.
              88 ROOT-ORPHANED                 VALUE 'O'.
              88 ROOT-IN-LOOP                  VALUE 'L'.

       01  ORG-HEAD1.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(40)
                        VALUE 'DEPARTMENT ORGANISATION CHART'.
           05 FILLER                 PIC X(32) VALUE SPACES.
           05 OHD-DTE.
              10 OHD-DTE-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 OHD-DTE-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 OHD-DTE-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  ORG-COLHEAD.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(24) VALUE 'DEPARTMENT'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE 'NAME'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(03) VALUE 'PAR'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE 'MGR'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE 'MANAGER NAME'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'HDS'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'SPAN'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE 'FLAG'.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  ORG-DTL-LINE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OGL-TREE               PIC X(24).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OGL-NAME               PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OGL-PARENT             PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 OGL-MGR-EMPNO          PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OGL-MGR-NAME           PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OGL-HEADS              PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 OGL-SPAN               PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 OGL-FLAG               PIC X(20).
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  UNK-TITLE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(50)
                VALUE 'DEPARTMENT CODES ON THE MASTER NOT ON DEPT FILE'.
           05 FILLER                 PIC X(78) VALUE SPACES.

       01  UNK-DTL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 UDL-CODE               PIC X(03).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(17)
                                        VALUE 'ACTIVE EMPLOYEES='.
           05 UDL-HEADS              PIC ZZZZ9.
           05 FILLER                 PIC X(99) VALUE SPACES.

       01  UNK-NONE-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(40)
                        VALUE 'NONE - EVERY CODE IS ON DEPT FILE'.
           05 FILLER                 PIC X(88) VALUE SPACES.

       01  ORG-TRL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'DEPARTMENTS='.
           05 OTL-DEPT-COUNT         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'NO MANAGER='.
           05 OTL-NOMGR-COUNT        PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'ORPHANED='.
           05 OTL-ORPHAN-COUNT       PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'PARENT LOOP='.
           05 OTL-LOOP-COUNT         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'UNKNOWN CODES='.
           05 OTL-UNK-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(37) VALUE SPACES.

      * parameter area for the emp-runctl run-control subprogram.
           copy runctl.

       procedure division.
       declaratives
       decl-deptfile section.
           use after error procedure on DEPT-FILE.
       deptfile-error.
           display 'Dept reference file error - ', WS-DFILE-ST.

       decl-empmst section.
           use after error procedure on EMPMST.
       empmst-error.
           display 'Indexed master file error - ', WS-MFILE-ST.

       decl-orgrpt section.
           use after error procedure on ORG-RPT.
       orgrpt-error.
           display 'Org-chart report file error - ', WS-RFILE-ST.
       end declaratives.

      * Core business logic of the program.
       0000-core-business-logic.
           perform v000-chk-run-ctl
           perform b000-open-files
           perform c000-tally-heads
           perform d000-chk-depts
           perform e000-prnt-chart
           perform f000-prnt-unknown
           perform g000-prnt-trailer
           perform v900-write-run-ctl
           perform x000-clse-file
           stop run.
      *     *--------------------------------------------------------*
      *    asks emp-runctl whether reporting may start - same check
      *    emp-report makes, so the chart never comes off a master
      *    caught mid-maintenance.
       v000-chk-run-ctl section.
       v010-chk-run-ctl.
           move 'R' to RCT-FUNC
           move 'emp-orgchart' to RCT-PROGRAM
           move zeroes to RCT-REC-CNT
           move spaces to RCT-OUTCOME
           call 'emp-runctl' using RCT-CTL-AREA
           if RCT-REFUSED
              display 'Org-chart run refused - ', RCT-REASON
              display 'Set RUNOVRD=Y to override for a genuine rerun'
              stop run
           end-if.
      *     *--------------------------------------------------------*
       v099-exit.
           exit.
      *     *--------------------------------------------------------*
      *   This section opens the files, writes the report headers
      *   and loads the department reference table.
       b000-open-files section.
       b010-open-files.
           open input EMPMST
                output ORG-RPT.
       b020-write-hdrs.
           accept WS-TDY-DTE from date yyyymmdd
           move WS-TDYDTE-DD   to OHD-DTE-DD
           move WS-TDYDTE-MM   to OHD-DTE-MM
           move WS-TDYDTE-YYYY to OHD-DTE-YYYY
           write org-rpt-rec from ORG-HEAD1
           write org-rpt-rec from ORG-COLHEAD.
       b030-load-deptref.
           perform b200-load-dept-ref.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.

      *    loads the department reference file into WS-DREF-TBL.
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
              move DPT-PARENT-DEPT to DRF-PARENT-DEPT(WS-DREF-CNT)
              move zeroes        to DRF-PARENT-IDX(WS-DREF-CNT)
                                    DRF-HEADS(WS-DREF-CNT)
              move spaces        to DRF-MGR-NAME(WS-DREF-CNT)
                                    DRF-MGR-HERE-SW(WS-DREF-CNT)
              set DRF-MGR-NONE(WS-DREF-CNT)    to true
              set DRF-NOT-PRINTED(WS-DREF-CNT) to true
           else
              display 'Dept reference table full - ', DPT-CODE
           end-if.
      *     *--------------------------------------------------------*
       b249-exit.
           exit.
      *     *--------------------------------------------------------*
      *    reads the master through in empno order and counts every
      *    active employee into their department - or into the
      *    unknown-code table when dept.dat has no such department.
       c000-tally-heads section.
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
      *    counts one employee - its own section since it is reached
      *    only via c020's read loop.
       c100-tally-one-emp section.
       c110-chk-active.
           if IN-INACTIVE
              go to c199-exit
           end-if.
       c120-add-to-dept.
           move IN-WORKDEPT to WS-LKP-DEPT-CDE
           perform l000-lookup-dept
           if WS-FOUND-DREF-IDX > 0
              add +1 to DRF-HEADS(WS-FOUND-DREF-IDX)
           else
              perform n000-find-unknown
              if WS-FOUND-UNK-IDX > 0
                 add +1 to UNK-HEADS(WS-FOUND-UNK-IDX)
              end-if
           end-if.
      *     *--------------------------------------------------------*
       c199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    works out each department's parent slot and its
      *    manager's standing before anything is printed.
       d000-chk-depts section.
       d010-chk-loop.
           perform d100-chk-one-dept
               varying WS-DREF-IDX from 1 by 1
               until WS-DREF-IDX > WS-DREF-CNT.
      *     *--------------------------------------------------------*
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one department - its own section since it is reached only
      *    via d010's PERFORM VARYING. the parent lookup runs on its
      *    own index, so WS-DREF-IDX is saved across it.
       d100-chk-one-dept section.
       d110-find-parent.
           move WS-DREF-IDX to WS-PRT-IDX
           if DRF-PARENT-DEPT(WS-PRT-IDX) not = spaces
              move DRF-PARENT-DEPT(WS-PRT-IDX) to WS-LKP-DEPT-CDE
              perform l000-lookup-dept
              move WS-FOUND-DREF-IDX to DRF-PARENT-IDX(WS-PRT-IDX)
           end-if
           move WS-PRT-IDX to WS-DREF-IDX.
       d120-probe-manager.
           if DRF-MGR-EMPNO(WS-DREF-IDX) is not numeric
              or DRF-MGR-EMPNO(WS-DREF-IDX) = zeroes
              set DRF-MGR-NONE(WS-DREF-IDX) to true
              go to d199-exit
           end-if
           move DRF-MGR-EMPNO(WS-DREF-IDX) to IN-EMPNO
           read EMPMST
                invalid key
                   set MST-NOT-ON-FILE to true
                not invalid key
                   set MST-ON-FILE to true
           end-read
           if MST-NOT-ON-FILE
              set DRF-MGR-GONE(WS-DREF-IDX) to true
              move '*NOT ON MASTER*' to DRF-MGR-NAME(WS-DREF-IDX)
              go to d199-exit
           end-if.
       d130-conc-emply-name.
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
           move ws-emply-name to DRF-MGR-NAME(WS-DREF-IDX)
           if IN-INACTIVE
              set DRF-MGR-INACTIVE(WS-DREF-IDX) to true
           else
              set DRF-MGR-OK(WS-DREF-IDX) to true
              if IN-WORKDEPT = DRF-CODE(WS-DREF-IDX)
                 set DRF-MGR-IN-DEPT(WS-DREF-IDX) to true
              end-if
           end-if.
      *     *--------------------------------------------------------*
       d199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    prints the chart - every top-level department (no parent)
      *    and every orphaned one (parent not on dept.dat) with its
      *    tree beneath it, then any department never reached, which
      *    can only be one whose parent chain loops back on itself.
       e000-prnt-chart section.
       e010-prnt-top-level.
           set ROOT-TOP-LEVEL to true
           perform e100-chk-one-root
               varying WS-ROOT-IDX from 1 by 1
               until WS-ROOT-IDX > WS-DREF-CNT.
       e020-prnt-orphans.
           set ROOT-ORPHANED to true
           perform e100-chk-one-root
               varying WS-ROOT-IDX from 1 by 1
               until WS-ROOT-IDX > WS-DREF-CNT.
       e030-prnt-loops.
           set ROOT-IN-LOOP to true
           perform e100-chk-one-root
               varying WS-ROOT-IDX from 1 by 1
               until WS-ROOT-IDX > WS-DREF-CNT.
      *     *--------------------------------------------------------*
       e099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one candidate root - printed with its tree when it is the
      *    kind e000 is on this pass and has not been printed yet.
      *    its own section since it is reached only via e000's
      *    PERFORM VARYING.
       e100-chk-one-root section.
       e110-chk-kind.
           if DRF-PRINTED(WS-ROOT-IDX)
              go to e199-exit
           end-if
           evaluate true
              when ROOT-TOP-LEVEL
                 if DRF-PARENT-DEPT(WS-ROOT-IDX) not = spaces
                    go to e199-exit
                 end-if
              when ROOT-ORPHANED
                 if DRF-PARENT-DEPT(WS-ROOT-IDX) = spaces
                    or DRF-PARENT-IDX(WS-ROOT-IDX) > 0
                    go to e199-exit
                 end-if
           end-evaluate.
       e120-prnt-root.
           move WS-ROOT-IDX to WS-PRT-IDX
           move 0 to WS-PRT-LEVEL
           perform p000-prnt-dept
           move 1 to WS-STK-TOP
           move WS-ROOT-IDX to STK-DREF-IDX(1)
           move 0 to STK-SCAN-IDX(1).
      *    walks the tree - the top entry's next unprinted child is
      *    printed and pushed; an entry with no child left is popped.
       e130-walk-tree.
           perform e200-walk-one-step
               until WS-STK-TOP = 0.
      *     *--------------------------------------------------------*
       e199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one step of the walk - its own section since it is reached
      *    only via e130's PERFORM UNTIL.
       e200-walk-one-step section.
       e210-find-next-child.
           move 0 to WS-CHILD-IDX
           compute WS-SCAN-IDX = STK-SCAN-IDX(WS-STK-TOP) + 1
           perform e300-chk-one-child
               varying WS-SCAN-IDX from WS-SCAN-IDX by 1
               until WS-SCAN-IDX > WS-DREF-CNT
                  or WS-CHILD-IDX > 0.
       e220-pop-or-push.
           if WS-CHILD-IDX = 0
              subtract 1 from WS-STK-TOP
              go to e299-exit
           end-if
           move WS-CHILD-IDX to STK-SCAN-IDX(WS-STK-TOP)
           move WS-CHILD-IDX to WS-PRT-IDX
           move WS-STK-TOP to WS-PRT-LEVEL
           perform p000-prnt-dept
           if WS-STK-TOP < 20
              add 1 to WS-STK-TOP
              move WS-CHILD-IDX to STK-DREF-IDX(WS-STK-TOP)
              move 0 to STK-SCAN-IDX(WS-STK-TOP)
           end-if.
      *     *--------------------------------------------------------*
       e299-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by e210's PERFORM VARYING - an
      *    unprinted department whose parent is the top entry.
       e300-chk-one-child section.
       e310-chk-slot.
           if WS-CHILD-IDX = 0
              and DRF-NOT-PRINTED(WS-SCAN-IDX)
              and DRF-PARENT-IDX(WS-SCAN-IDX)
                  = STK-DREF-IDX(WS-STK-TOP)
              move WS-SCAN-IDX to WS-CHILD-IDX
           end-if.
      *     *--------------------------------------------------------*
       e399-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the department codes the master carries that dept.dat
      *    does not.
       f000-prnt-unknown section.
       f010-write-hdrs.
           move spaces to org-rpt-rec
           write org-rpt-rec
           write org-rpt-rec from UNK-TITLE.
       f020-prnt-loop.
           perform f100-prnt-one-unknown
               varying WS-UNK-IDX from 1 by 1
               until WS-UNK-IDX > WS-UNK-CNT.
       f030-chk-none.
           if WS-UNK-CNT = zeroes
              write org-rpt-rec from UNK-NONE-LINE
           end-if.
      *     *--------------------------------------------------------*
       f099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one unknown code's line - its own section since it is
      *    reached only via f020's PERFORM VARYING.
       f100-prnt-one-unknown section.
       f110-write-line.
           move UNK-CODE(WS-UNK-IDX)  to UDL-CODE
           move UNK-HEADS(WS-UNK-IDX) to UDL-HEADS
           write org-rpt-rec from UNK-DTL-LINE.
      *     *--------------------------------------------------------*
       f199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the report trailer.
       g000-prnt-trailer section.
       g010-move-totals.
           move WS-DREF-CNT   to OTL-DEPT-COUNT
           move WS-NO-MGR-CNT to OTL-NOMGR-COUNT
           move WS-ORPHAN-CNT to OTL-ORPHAN-COUNT
           move WS-LOOP-CNT   to OTL-LOOP-COUNT
           move WS-UNK-CNT    to OTL-UNK-COUNT.
       g020-write-trailer.
           move spaces to org-rpt-rec
           write org-rpt-rec
           write org-rpt-rec from ORG-TRL-LINE.
      *     *--------------------------------------------------------*
       g099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-DREF-TBL for WS-LKP-DEPT-CDE - WS-FOUND-DREF-IDX
      *    comes back zero when the code is not on dept.dat.
       l000-lookup-dept section.
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
      *    finds WS-LKP-DEPT-CDE's slot in WS-UNK-TBL, adding a
      *    zeroed slot when it is not there yet. WS-FOUND-UNK-IDX
      *    comes back zero only when the table is full.
       n000-find-unknown section.
       n010-init-scan.
           move 0 to WS-FOUND-UNK-IDX.
       n020-scan-unk-tbl.
           perform n050-chk-one-unk-slot
               varying WS-UNK-IDX from 1 by 1
               until WS-UNK-IDX > WS-UNK-CNT.
       n030-add-slot.
           if WS-FOUND-UNK-IDX = 0
              if WS-UNK-CNT < 50
                 add 1 to WS-UNK-CNT
                 move WS-UNK-CNT to WS-FOUND-UNK-IDX
                 move WS-LKP-DEPT-CDE to UNK-CODE(WS-FOUND-UNK-IDX)
                 move zeroes to UNK-HEADS(WS-FOUND-UNK-IDX)
              else
                 display 'Unknown dept table full - ', WS-LKP-DEPT-CDE
              end-if
           end-if.
      *     *--------------------------------------------------------*
       n099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by n020's PERFORM VARYING.
       n050-chk-one-unk-slot section.
       n051-chk-slot.
           if WS-FOUND-UNK-IDX = 0
              and UNK-CODE(WS-UNK-IDX) = WS-LKP-DEPT-CDE
              move WS-UNK-IDX to WS-FOUND-UNK-IDX
           end-if.
      *     *--------------------------------------------------------*
       n059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    prints the department in slot WS-PRT-IDX at level
      *    WS-PRT-LEVEL - the code indented two places a level (the
      *    indent stops growing past ten levels), the manager, the
      *    headcount, the span of control and the flag.
       p000-prnt-dept section.
       p010-move-ids.
           set DRF-PRINTED(WS-PRT-IDX) to true
           move spaces to OGL-TREE
           if WS-PRT-LEVEL > 10
              move 21 to WS-INDENT-POS
           else
              compute WS-INDENT-POS = WS-PRT-LEVEL * 2 + 1
           end-if
           move DRF-CODE(WS-PRT-IDX) to OGL-TREE(WS-INDENT-POS:3)
           move DRF-NAME(WS-PRT-IDX) to OGL-NAME
           move DRF-PARENT-DEPT(WS-PRT-IDX) to OGL-PARENT
           move DRF-MGR-NAME(WS-PRT-IDX) to OGL-MGR-NAME
           if DRF-MGR-NONE(WS-PRT-IDX)
              move spaces to OGL-MGR-EMPNO
           else
              move DRF-MGR-EMPNO(WS-PRT-IDX) to OGL-MGR-EMPNO
           end-if
           move DRF-HEADS(WS-PRT-IDX) to OGL-HEADS.
      *    span of control - the department's own active staff less
      *    the manager, plus each immediate child department whose
      *    manager is on file and active.
       p020-calc-span.
           move 0 to WS-CHILD-MGR-CNT
           perform p100-count-child-mgr
               varying WS-SCAN-IDX from 1 by 1
               until WS-SCAN-IDX > WS-DREF-CNT
           move DRF-HEADS(WS-PRT-IDX) to WS-SPAN-CNT
           if DRF-MGR-IN-DEPT(WS-PRT-IDX)
              subtract 1 from WS-SPAN-CNT
           end-if
           add WS-CHILD-MGR-CNT to WS-SPAN-CNT
           if DRF-MGR-OK(WS-PRT-IDX)
              move WS-SPAN-CNT to OGL-SPAN
           else
              move zeroes to OGL-SPAN
           end-if.
       p030-set-flag.
           move spaces to OGL-FLAG
           evaluate true
              when ROOT-IN-LOOP and WS-PRT-LEVEL = 0
                 move 'PARENT LOOP' to OGL-FLAG
                 add +1 to WS-LOOP-CNT
              when ROOT-ORPHANED and WS-PRT-LEVEL = 0
                 move 'ORPHANED' to OGL-FLAG
                 add +1 to WS-ORPHAN-CNT
              when DRF-MGR-NONE(WS-PRT-IDX)
                 move 'NO MANAGER' to OGL-FLAG
                 add +1 to WS-NO-MGR-CNT
              when DRF-MGR-GONE(WS-PRT-IDX)
                 move 'MANAGER GONE' to OGL-FLAG
                 add +1 to WS-NO-MGR-CNT
              when DRF-MGR-INACTIVE(WS-PRT-IDX)
                 move 'MANAGER INACTIVE' to OGL-FLAG
                 add +1 to WS-NO-MGR-CNT
           end-evaluate.
       p040-write-line.
           write org-rpt-rec from ORG-DTL-LINE.
      *     *--------------------------------------------------------*
       p099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by p020's PERFORM VARYING.
       p100-count-child-mgr section.
       p110-chk-slot.
           if DRF-PARENT-IDX(WS-SCAN-IDX) = WS-PRT-IDX
              and DRF-MGR-OK(WS-SCAN-IDX)
              add 1 to WS-CHILD-MGR-CNT
           end-if.
      *     *--------------------------------------------------------*
       p199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    records the run on the shared run-control file - FLAGGED
      *    while any department is manager-less, orphaned or looped,
      *    or the master carries a code dept.dat does not.
       v900-write-run-ctl section.
       v910-write-run-ctl.
           move 'W' to RCT-FUNC
           move 'emp-orgchart' to RCT-PROGRAM
           move WS-DREF-CNT to RCT-REC-CNT
           if WS-NO-MGR-CNT > zeroes or WS-ORPHAN-CNT > zeroes
              or WS-LOOP-CNT > zeroes or WS-UNK-CNT > zeroes
              move 'FLAGGED' to RCT-OUTCOME
           else
              move 'CLEAN' to RCT-OUTCOME
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
                 ORG-RPT.

       x099-exit.
           exit.
