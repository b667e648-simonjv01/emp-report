      *       emp-maint runs against the employee master: both the
      *       reference file and the transactions are processed in
      *       ascending department-code order, so the transaction
      *       file is sorted here first. A manager named on an add
      *       or update must be on the indexed master and active,
      *       a parent department must already be on the reference
      *       file (or added earlier in the same run), and a
      *       department still holding active employees cannot be
      *       deleted - their IN-WORKDEPT would point at nothing.
      *    Files:
      *          *DTRN-FILE   - Raw department transactions (unsorted)
      *          *SORTED-DTRN - Work file, DTRN-FILE sorted by code
      *          *OLDDPT      - Current department reference file
      *                         (read once up front for the codes a
      *                         parent department is checked against)
      *          *EMPMST      - Indexed employee master (MSTDD), read
      *                         only, for the manager and delete
      *                         checks
      *          *NEWDPT      - New reference file this run produces
      *          *DPTLOG      - One line per transaction applied or
      *                         rejected, plus a run totals trailer
      * mods:
      *   2026-08-22  SV  Initial version - add/update/delete
      *                   maintenance run against dept.dat.
      *   2026-10-15  SV  Manager must be on the master and active,
      *                   delete refused while active employees
      *                   remain, new parent department field.
      *   2026-10-15  SV  Review fixes: a blank manager is tested
      *                   through the new DTRN-MGR-EMPNO-X rather
      *                   than comparing the numeric field to spaces.
      *--------------------------------------------------------*

       environment division.
               organization is line sequential
               file status is WS-OFILE-ST.

      * indexed master - dynamic access so the manager can be read
      * by key and a department's employees browsed on the
      * IN-WORKDEPT alternate key, the same way emp-inq does.
           select EMPMST assign to 'MSTDD'
               organization is indexed
               access mode is dynamic
               record key is IN-EMPNO
               alternate record key is IN-WORKDEPT with duplicates
               alternate record key is IN-LASTNAME with duplicates
               file status is WS-MFILE-ST.

           select NEWDPT assign to 'NDPTDD'
               organization is line sequential
               file status is WS-NFILE-ST.
               88  DTRN-DELETE               VALUE 'D'.
           05  DTRN-DEPT             PIC X(03).
           05  DTRN-NAME             PIC X(20).
           05  DTRN-MGR-EMPNO-X      PIC X(06).
           05  DTRN-MGR-EMPNO REDEFINES DTRN-MGR-EMPNO-X
                                     PIC 9(06).
           05  DTRN-COST-CTR         PIC X(06).
           05  DTRN-PARENT-DEPT      PIC X(03).
           05  FILLER                PIC X(01).

       fd  OLDDPT.
           copy deptrec.

       fd  EMPMST.
           copy emprec.

       fd  NEWDPT.
       01  new-dpt-rec               pic x(40).

           05 WS-DROP-OLD-SW         PIC X(01) VALUE 'N'.
              88 DROP-OLD-REC                  VALUE 'Y'.
              88 KEEP-OLD-REC                  VALUE 'N'.
           05 WS-FIELDS-OK-SW        PIC X(01) VALUE 'Y'.
              88 FIELDS-OK                     VALUE 'Y'.
              88 FIELDS-BAD                    VALUE 'N'.
           05 WS-MST-FOUND-SW        PIC X(01) VALUE 'N'.
              88 MST-ON-FILE                   VALUE 'Y'.
              88 MST-NOT-ON-FILE               VALUE 'N'.
           05 WS-BRW-EOF-SW          PIC X(01) VALUE 'N'.
              88 BRW-EOF                       VALUE 'Y'.
              88 BRW-NOT-EOF                   VALUE 'N'.
           05 WS-ACTIVE-FOUND-SW     PIC X(01) VALUE 'N'.
              88 ACTIVE-EMP-FOUND              VALUE 'Y'.
              88 NO-ACTIVE-EMP                 VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 WS-TFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-SFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-OFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-MFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-NFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-LFILE-ST            PIC 9(02) VALUE ZEROES.

           05  WDP-NAME              PIC X(20).
           05  WDP-MGR-EMPNO         PIC 9(06).
           05  WDP-COST-CTR          PIC X(06).
           05  WDP-PARENT-DEPT       PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.

      * codes a parent department is checked against - the old
      * reference file's codes, loaded before the merge starts,
      * plus every code added so far this run.
       01  WS-DEPTREF.
           05 WS-DREF-CNT            PIC 9(03) VALUE ZEROES.
           05 WS-DREF-TBL OCCURS 60 TIMES.
              10 DRF-CODE             PIC X(03).
           05 WS-DREF-IDX            PIC 9(03) VALUE ZEROES.
           05 WS-FOUND-DREF-IDX      PIC 9(03) VALUE ZEROES.
           05 WS-LKP-DEPT-CDE        PIC X(03) VALUE SPACES.

       01  LOG-HEAD1.
           05 FILLER                 PIC X(30) VALUE SPACES.
       olddpt-error.
           display 'Old dept reference file error - ', WS-OFILE-ST.

       decl-empmst section.
           use after error procedure on EMPMST.
       empmst-error.
           display 'Indexed master file error - ', WS-MFILE-ST.

       decl-newdpt section.
           use after error procedure on NEWDPT.
       newdpt-error.

      *     *--------------------------------------------------------*
      *   This section sorts the raw transactions by department code
      *   into SORTED-DTRN, loads the old file's codes for the parent
      *   check and opens the reference/log files, then primes the
      *   merge with the first record off each input file.
       b000-open-files section.
       b010-sort-trans.
           sort SORT-FILE on ascending key SRT-DTRN-DEPT
                using DTRN-FILE
                giving SORTED-DTRN.
       b015-load-old-codes.
           perform b200-load-old-codes.
       b020-open-files.
           open input OLDDPT
                      SORTED-DTRN
                      EMPMST
                output NEWDPT
                       DPTLOG.
       b030-write-log-hdrs.
       b099-exit.
           exit.

      *    reads the old reference file through once for its codes,
      *    before b020 opens it again for the merge.
       b200-load-old-codes section.
       b210-open-old.
           open input OLDDPT.
       b220-load-loop.
           perform until OLD-EOF
              read OLDDPT
                   at end
                      set OLD-EOF to true
                   not at end
                      move DPT-CODE to WS-LKP-DEPT-CDE
                      perform m100-add-dept-code
              end-read
           end-perform.
       b230-close-old.
           close OLDDPT
           set OLD-NOT-EOF to true.
      *     *--------------------------------------------------------*
       b299-exit.
           exit.

      *    this section reads one OLDDPT record and sets the old-side
      *    match key, or sets the key to the high sentinel at end of
      *    file so the merge just keeps draining SORTED-DTRN.
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checks an add or update - a manager supplied must be on
      *    the indexed master and active, and a parent supplied must
      *    be a department already on file other than this one. a
      *    blank or zero field passes, since on an update it means
      *    "leave alone". the reject reason is left in WS-REJ-REASON
      *    for the caller.
       e000-chk-fields section.
       e010-chk-manager.
           set FIELDS-OK to true
           move spaces to WS-REJ-REASON
           if DTRN-MGR-EMPNO-X = spaces or DTRN-MGR-EMPNO-X = zeroes
              go to e020-chk-parent
           end-if
           if DTRN-MGR-EMPNO is not numeric
              set FIELDS-BAD to true
              string 'INVALID MANAGER EMPNO' delimited by size
                     into WS-REJ-REASON
              end-string
              go to e099-exit
           end-if
           move DTRN-MGR-EMPNO to IN-EMPNO
           read EMPMST
                invalid key
                   set MST-NOT-ON-FILE to true
                not invalid key
                   set MST-ON-FILE to true
           end-read
           if MST-NOT-ON-FILE
              set FIELDS-BAD to true
              string 'MANAGER NOT ON MASTER' delimited by size
                     into WS-REJ-REASON
              end-string
              go to e099-exit
           end-if
           if IN-INACTIVE
              set FIELDS-BAD to true
              string 'MANAGER NOT ACTIVE' delimited by size
                     into WS-REJ-REASON
              end-string
              go to e099-exit
           end-if.
       e020-chk-parent.
           if DTRN-PARENT-DEPT = spaces
              go to e099-exit
           end-if
           if DTRN-PARENT-DEPT = DTRN-DEPT
              set FIELDS-BAD to true
              string 'DEPT CANNOT BE OWN PARENT' delimited by size
                     into WS-REJ-REASON
              end-string
              go to e099-exit
           end-if
           move DTRN-PARENT-DEPT to WS-LKP-DEPT-CDE
           perform m000-lookup-dept-code
           if WS-FOUND-DREF-IDX = 0
              set FIELDS-BAD to true
              string 'PARENT DEPT NOT ON FILE' delimited by size
                     into WS-REJ-REASON
              end-string
           end-if.
      *     *--------------------------------------------------------*
       e099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checks a delete - browses the department's employees on
      *    the IN-WORKDEPT alternate key (START, then READ NEXT while
      *    the department holds) and refuses the delete at the first
      *    active one.
       e100-chk-dept-empty section.
       e110-start-dept.
           set FIELDS-OK to true
           move spaces to WS-REJ-REASON
           set NO-ACTIVE-EMP to true
           set BRW-NOT-EOF to true
           move WDP-CODE to IN-WORKDEPT
           start EMPMST key is equal to IN-WORKDEPT
                 invalid key
                    set BRW-EOF to true
           end-start.
       e120-browse-loop.
           perform until BRW-EOF or ACTIVE-EMP-FOUND
              read EMPMST next record
                   at end
                      set BRW-EOF to true
                   not at end
                      if IN-WORKDEPT not = WDP-CODE
                         set BRW-EOF to true
                      else
                         if IN-ACTIVE
                            set ACTIVE-EMP-FOUND to true
                         end-if
                      end-if
              end-read
           end-perform.
       e130-set-result.
           if ACTIVE-EMP-FOUND
              set FIELDS-BAD to true
              string 'ACTIVE EMPLOYEES IN DEPT' delimited by size
                     into WS-REJ-REASON
              end-string
           end-if.
      *     *--------------------------------------------------------*
       e199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    main sequential match/merge - drives until both the old
      *    reference file and the transaction file are exhausted. a
      *    code only on the old file is carried forward unchanged; a
           move DPT-CODE      to WDP-CODE
           move DPT-NAME      to WDP-NAME
           move DPT-MGR-EMPNO to WDP-MGR-EMPNO
           move DPT-COST-CTR  to WDP-COST-CTR
           move DPT-PARENT-DEPT to WDP-PARENT-DEPT.
       g020-write-dpt.
           write new-dpt-rec from WS-DPT-REC.
       g030-read-next-old.
                    end-string
                    perform k000-write-rej-log
                 when DTRN-UPDATE
                    perform e000-chk-fields
                    if FIELDS-OK
                       perform h030-apply-update
                    else
                       perform k000-write-rej-log
                    end-if
                 when DTRN-DELETE
                    perform e100-chk-dept-empty
                    if FIELDS-OK
                       perform h040-apply-delete
                    else
                       perform k000-write-rej-log
                    end-if
                 when other
                    move spaces to WS-REJ-REASON
                    string 'INVALID TRANSACTION CODE' delimited by size
           if DTRN-NAME not = spaces
              move DTRN-NAME to WDP-NAME
           end-if
           if DTRN-MGR-EMPNO is numeric
              and DTRN-MGR-EMPNO not = zeroes
              move DTRN-MGR-EMPNO to WDP-MGR-EMPNO
           end-if
           if DTRN-COST-CTR not = spaces
              move DTRN-COST-CTR to WDP-COST-CTR
           end-if
           if DTRN-PARENT-DEPT not = spaces
              move DTRN-PARENT-DEPT to WDP-PARENT-DEPT
           end-if
           set KEEP-OLD-REC to true
           move 'UPDATED   ' to LOG-ACTION
           move WDP-CODE     to LOG-DEPT
           perform until WS-TRN-DEPT not = WS-NEW-DEPT
              evaluate true
                 when DTRN-ADD and NEW-NOT-YET-ADDED
                    perform e000-chk-fields
                    if FIELDS-OK
                       perform i020-build-new-dpt
                       set NEW-ALREADY-ADDED to true
                    else
                       perform k000-write-rej-log
                    end-if
                 when DTRN-ADD
                    move spaces to WS-REJ-REASON
                    string 'DEPT ALREADY ON FILE' delimited by size
           exit.
      *     *--------------------------------------------------------*
      *    builds a new reference record from the add transaction and
      *    writes it straight through to NEWDPT - a blank manager is
      *    taken as none yet. the code goes into WS-DREF-TBL so a
      *    later add can name it as its parent.
       i020-build-new-dpt section.
       i021-move-fields.
           move DTRN-DEPT      to WDP-CODE
           move DTRN-NAME      to WDP-NAME
           if DTRN-MGR-EMPNO is numeric
              move DTRN-MGR-EMPNO to WDP-MGR-EMPNO
           else
              move zeroes      to WDP-MGR-EMPNO
           end-if
           move DTRN-COST-CTR  to WDP-COST-CTR
           move DTRN-PARENT-DEPT to WDP-PARENT-DEPT
           write new-dpt-rec from WS-DPT-REC
           move WDP-CODE to WS-LKP-DEPT-CDE
           perform m100-add-dept-code
           move 'ADDED     ' to LOG-ACTION
           move WDP-CODE     to LOG-DEPT
           move spaces       to LOG-REASON
       j099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-DREF-TBL for WS-LKP-DEPT-CDE - WS-FOUND-DREF-IDX
      *    comes back zero when the code is not on file.
       m000-lookup-dept-code section.
       m010-init-scan.
           move 0 to WS-FOUND-DREF-IDX.
       m020-scan-dref-tbl.
           perform m050-chk-one-dref-slot
               varying WS-DREF-IDX from 1 by 1
               until WS-DREF-IDX > WS-DREF-CNT.
      *     *--------------------------------------------------------*
       m099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by m020's PERFORM VARYING - its
      *    own section for the same reason emp-maint's M050 is.
       m050-chk-one-dref-slot section.
       m051-chk-slot.
           if WS-FOUND-DREF-IDX = 0
              and DRF-CODE(WS-DREF-IDX) = WS-LKP-DEPT-CDE
              move WS-DREF-IDX to WS-FOUND-DREF-IDX
           end-if.
      *     *--------------------------------------------------------*
       m059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    files WS-LKP-DEPT-CDE into WS-DREF-TBL.
       m100-add-dept-code section.
       m110-add-code.
           if WS-DREF-CNT < 60
              add 1 to WS-DREF-CNT
              move WS-LKP-DEPT-CDE to DRF-CODE(WS-DREF-CNT)
           else
              display 'Dept code table full - ', WS-LKP-DEPT-CDE
           end-if.
      *     *--------------------------------------------------------*
       m199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section closes the files used by the program.
       x000-clse-file section.
       x010-close-files.
           close OLDDPT
                 SORTED-DTRN
                 EMPMST
                 NEWDPT
                 DPTLOG.

