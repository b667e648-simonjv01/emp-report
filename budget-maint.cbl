       identification division.
         program-id. budget-maint.
         author. Simon Vargas.
         date-written. October 15, 2026.

      *
      *--------------------------------------------------------*
      * proj: section 15.4 - Employee Report Program (companion)
      * desc: Batch maintenance run for the department budget file
      *       (budget.dat, see budget.cpy) - applies a file of
      *       add/update/delete transactions against the current
      *       budget file and writes a new one, the same sequential
      *       match/merge dept-maint runs against dept.dat: both the
      *       budget file and the transactions are processed in
      *       ascending department-code order, so the transaction
      *       file is sorted here first. Every add and update must
      *       name a department on dept.dat, and a budget carried
      *       forward for a department since deleted from dept.dat
      *       is warned on the log so it can be removed.
      *    Files:
      *          *BTRN-FILE   - Raw budget transactions (unsorted)
      *          *SORTED-BTRN - Work file, BTRN-FILE sorted by code
      *          *DEPT-FILE   - Department reference file (read only)
      *          *OLDBGT      - Current department budget file
      *          *NEWBGT      - New budget file this run produces
      *          *BGTLOG      - One line per transaction applied or
      *                         rejected, plus a run totals trailer
      *    Each transaction carries a one-byte code:
      *          A - add a department's budget (code must be on
      *              dept.dat and not already hold a budget)
      *          U - update a budget (blank/zero fields in the
      *              transaction mean "leave this field alone")
      *          D - delete a budget (the record is dropped from
      *              the new budget file)
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *   2026-10-15  SV  Initial version - add/update/delete
      *                   maintenance run against budget.dat.
      *   2026-10-15  SV  Review fixes: an update or a second delete
      *                   following a delete of the same key in one
      *                   run is rejected RECORD ALREADY DELETED -
      *                   the update used to bring the deleted
      *                   record back onto the new file.
      *--------------------------------------------------------*

       environment division.
       input-output section.
       file-control.
      * file-names below are DD-names resolved from the environment
      * at run time, same convention dept-maint uses for its files.
           select BTRN-FILE assign to 'BTRNDD'
               organization is line sequential
               file status is WS-TFILE-ST.

           select SORT-FILE assign to 'sortwk1'.

           select SORTED-BTRN assign to 'SRTBDD'
               organization is line sequential
               file status is WS-SFILE-ST.

      * department reference file maintained by dept-maint - loaded
      * into WS-DEPTREF at startup so each transaction's department
      * can be checked without re-reading it.
           select DEPT-FILE assign to 'DEPTDD'
               organization is line sequential
               file status is WS-DFILE-ST.

           select OLDBGT assign to 'OBGTDD'
               organization is line sequential
               file status is WS-OFILE-ST.

           select NEWBGT assign to 'NBGTDD'
               organization is line sequential
               file status is WS-NFILE-ST.

           select BGTLOG assign to 'BLOGDD'
               organization is line sequential
               file status is WS-LFILE-ST.

       data division.
       file section.
       fd  BTRN-FILE.
       01  RAW-BTRN-REC              pic x(40).

       sd  SORT-FILE.
       01  SRT-BTRN-REC.
           05 FILLER                 pic x(01).
           05 SRT-BTRN-DEPT          pic x(03).
           05 FILLER                 pic x(36).

      * budget transaction record - the code byte followed by the
      * BGT-BUDGETREC fields in the same order, with its own BTRN-
      * prefixed field names. the figures are read as text first so
      * a blank field (leave alone) is told apart from a bad one.
       fd  SORTED-BTRN.
       01  BTRN-REC.
           05  BTRN-CODE             PIC X(01).
               88  BTRN-ADD                  VALUE 'A'.
               88  BTRN-UPDATE               VALUE 'U'.
               88  BTRN-DELETE               VALUE 'D'.
           05  BTRN-DEPT             PIC X(03).
           05  BTRN-YEAR-X           PIC X(04).
           05  BTRN-YEAR REDEFINES BTRN-YEAR-X
                                     PIC 9(04).
           05  BTRN-HEADCOUNT-X      PIC X(04).
           05  BTRN-HEADCOUNT REDEFINES BTRN-HEADCOUNT-X
                                     PIC 9(04).
           05  BTRN-COMP-BUDGET-X    PIC X(11).
           05  BTRN-COMP-BUDGET REDEFINES BTRN-COMP-BUDGET-X
                                     PIC 9(09)V99.
           05  FILLER                PIC X(17).

       fd  DEPT-FILE.
           copy deptrec.

       fd  OLDBGT.
           copy budget.

       fd  NEWBGT.
       01  new-bgt-rec               pic x(40).

       fd  BGTLOG.
       01  blog-file-rec             pic x(120).

       working-storage section.

       01  WS-SWITCHES.
           05 WS-OLD-EOF-SW          PIC X(01) VALUE 'N'.
              88 OLD-EOF                       VALUE 'Y'.
              88 OLD-NOT-EOF                   VALUE 'N'.
           05 WS-TRN-EOF-SW          PIC X(01) VALUE 'N'.
              88 TRN-EOF                       VALUE 'Y'.
              88 TRN-NOT-EOF                   VALUE 'N'.
           05 WS-NEW-ADDED-SW        PIC X(01) VALUE 'N'.
              88 NEW-ALREADY-ADDED             VALUE 'Y'.
              88 NEW-NOT-YET-ADDED             VALUE 'N'.
           05 WS-DROP-OLD-SW         PIC X(01) VALUE 'N'.
              88 DROP-OLD-REC                  VALUE 'Y'.
              88 KEEP-OLD-REC                  VALUE 'N'.
           05 WS-FIELDS-OK-SW        PIC X(01) VALUE 'Y'.
              88 FIELDS-OK                     VALUE 'Y'.
              88 FIELDS-BAD                    VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 WS-TFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-SFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-DFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-OFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-NFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-LFILE-ST            PIC 9(02) VALUE ZEROES.

      * match keys - HIGH-VALUES is the exhausted-file sentinel, the
      * same convention dept-maint uses for its department codes.
       01  WS-MATCH-KEYS.
           05 WS-OLD-DEPT            PIC X(03) VALUE SPACES.
           05 WS-TRN-DEPT            PIC X(03) VALUE SPACES.
           05 WS-NEW-DEPT            PIC X(03) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-TRN-REC-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-ADD-REC-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-UPD-REC-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-DEL-REC-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-REJECT-REC-CNT      PIC 9(05) VALUE ZEROES.
           05 WS-WARN-REC-CNT        PIC 9(05) VALUE ZEROES.

       01  WS-REJECT-INFO.
           05 WS-REJ-REASON          PIC X(30) VALUE SPACES.

      * department reference table - loaded from DEPT-FILE at
      * startup and scanned by m000-lookup-dept, same scan
      * emp-pendrpt makes for a held transaction's department.
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
           05 WS-DEPT-OK-SW          PIC X(01) VALUE 'N'.
              88 DEPT-ON-FILE                  VALUE 'Y'.
              88 DEPT-NOT-ON-FILE              VALUE 'N'.

      * staging copy of the budget record currently being written
      * to NEWBGT - built either unchanged from the old file,
      * overlaid with update fields, or built fresh from an add.
       01  WS-BGT-REC.
           05  WBG-DEPT-CODE         PIC X(03).
           05  WBG-YEAR              PIC 9(04).
           05  WBG-HEADCOUNT         PIC 9(04).
           05  WBG-COMP-BUDGET       PIC 9(09)V99.
           05  FILLER                PIC X(18) VALUE SPACES.

       01  LOG-HEAD1.
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(40)
                           VALUE 'DEPARTMENT BUDGET MAINTENANCE LOG'.
           05 FILLER                 PIC X(50) VALUE SPACES.

       01  LOG-COLHEAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'DEPT'.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'ACTION'.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE 'REASON'.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'YEAR'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE 'HEADS'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE '   COMP BUDGET'.
           05 FILLER                 PIC X(31) VALUE SPACES.

       01  LOG-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 LOG-DEPT               PIC X(03).
           05 FILLER                 PIC X(07) VALUE SPACES.
           05 LOG-ACTION             PIC X(10).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 LOG-REASON             PIC X(30).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 LOG-FIGURES.
              10 LOG-YEAR             PIC 9(04).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 LOG-HEADCOUNT        PIC Z(04)9.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 LOG-COMP-BUDGET      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(31) VALUE SPACES.

      * run totals trailer - same reconciliation idea as dept-maint's
      * DPT-TRL-LINE: transactions read must equal added + updated
      * + deleted + rejected. warnings are not transactions.
       01  BGT-TRL-LINE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(18)
                                        VALUE 'TRANSACTIONS READ='.
           05 BTL-TRN-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'ADDED='.
           05 BTL-ADD-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'UPDATED='.
           05 BTL-UPD-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'DELETED='.
           05 BTL-DEL-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'REJECTED='.
           05 BTL-REJ-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'WARNINGS='.
           05 BTL-WARN-COUNT         PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 BTL-MSG                PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE SPACES.

       procedure division.
       declaratives
       decl-btrnfile section.
           use after error procedure on BTRN-FILE.
       btrnfile-error.
           display 'Budget transaction file error - ', WS-TFILE-ST.

       decl-sortedbtrn section.
           use after error procedure on SORTED-BTRN.
       sortedbtrn-error.
           display 'Sorted budget transaction file error - ',
                   WS-SFILE-ST.

       decl-deptfile section.
           use after error procedure on DEPT-FILE.
       deptfile-error.
           display 'Dept reference file error - ', WS-DFILE-ST.

       decl-oldbgt section.
           use after error procedure on OLDBGT.
       oldbgt-error.
           display 'Old dept budget file error - ', WS-OFILE-ST.

       decl-newbgt section.
           use after error procedure on NEWBGT.
       newbgt-error.
           display 'New dept budget file error - ', WS-NFILE-ST.

       decl-bgtlog section.
           use after error procedure on BGTLOG.
       bgtlog-error.
           display 'Budget maintenance log file error - ', WS-LFILE-ST.
       end declaratives.

      * Core business logic of the program.
       0000-core-business-logic.
           perform a000-init-vals
           perform b000-open-files
           perform f000-proc-mtch-mrge
           perform j000-prnt-totals
           perform x000-clse-file
           stop run.
      *     *--------------------------------------------------------*
       a000-init-vals section.
       a010-init-tmp-vals.
           initialize ws-counters, ws-bgt-rec, ws-reject-info
           move spaces to WS-OLD-DEPT, WS-TRN-DEPT, WS-NEW-DEPT.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
      *     *--------------------------------------------------------*

      *     *--------------------------------------------------------*
      *   This section sorts the raw transactions by department code
      *   into SORTED-BTRN, loads the department reference table and
      *   opens the budget/log files, then primes the merge with the
      *   first record off each input file.
       b000-open-files section.
       b010-sort-trans.
           sort SORT-FILE on ascending key SRT-BTRN-DEPT
                using BTRN-FILE
                giving SORTED-BTRN.
       b015-load-deptref.
           perform b200-load-dept-ref.
       b020-open-files.
           open input OLDBGT
                      SORTED-BTRN
                output NEWBGT
                       BGTLOG.
       b030-write-log-hdrs.
           write blog-file-rec from LOG-HEAD1
           write blog-file-rec from LOG-COLHEAD.
       b040-prime-old.
           perform c010-read-old-rec.
       b050-prime-trn.
           perform d010-read-trn-rec.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.

      *    loads the department reference file into WS-DREF-TBL so
      *    m000-lookup-dept can check every transaction's code
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

      *    this section reads one OLDBGT record and sets the old-side
      *    match key, or sets the key to the high sentinel at end of
      *    file so the merge just keeps draining SORTED-BTRN.
       c000-read-old section.
       c010-read-old-rec.
           read OLDBGT
                at end
                   set OLD-EOF to true
                   move high-values to WS-OLD-DEPT
                not at end
                   move BGT-DEPT-CODE to WS-OLD-DEPT
           end-read.
      *     *--------------------------------------------------------*
       c099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section reads one SORTED-BTRN record and sets the
      *    transaction-side match key, same high-sentinel convention
      *    as c000-read-old above.
       d000-read-trn section.
       d010-read-trn-rec.
           read SORTED-BTRN
                at end
                   set TRN-EOF to true
                   move high-values to WS-TRN-DEPT
                not at end
                   move BTRN-DEPT to WS-TRN-DEPT
                   add +1 to WS-TRN-REC-CNT
           end-read.
      *     *--------------------------------------------------------*
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checks an add or update - the department must be on
      *    dept.dat, and each figure supplied must be numeric (blank
      *    passes, since blank on an update means "leave alone"). an
      *    add must also carry the year and a budget. the reject
      *    reason is left in WS-REJ-REASON for the caller.
       e000-chk-fields section.
       e010-chk-dept.
           set FIELDS-OK to true
           move spaces to WS-REJ-REASON
           move BTRN-DEPT to WS-LKP-DEPT-CDE
           perform m000-lookup-dept
           if DEPT-NOT-ON-FILE
              set FIELDS-BAD to true
              string 'DEPT NOT ON DEPT FILE' delimited by size
                     into WS-REJ-REASON
              end-string
              go to e099-exit
           end-if.
       e020-chk-figures.
           if BTRN-YEAR-X not = spaces and BTRN-YEAR is not numeric
              set FIELDS-BAD to true
              string 'INVALID BUDGET YEAR' delimited by size
                     into WS-REJ-REASON
              end-string
              go to e099-exit
           end-if
           if BTRN-HEADCOUNT-X not = spaces
              and BTRN-HEADCOUNT is not numeric
              set FIELDS-BAD to true
              string 'INVALID HEADCOUNT' delimited by size
                     into WS-REJ-REASON
              end-string
              go to e099-exit
           end-if
           if BTRN-COMP-BUDGET-X not = spaces
              and BTRN-COMP-BUDGET is not numeric
              set FIELDS-BAD to true
              string 'INVALID COMP BUDGET' delimited by size
                     into WS-REJ-REASON
              end-string
              go to e099-exit
           end-if.
       e030-chk-add-required.
           if BTRN-ADD
              if BTRN-YEAR-X = spaces or BTRN-YEAR = zeroes
                 or BTRN-COMP-BUDGET-X = spaces
                 or BTRN-COMP-BUDGET = zeroes
                 set FIELDS-BAD to true
                 string 'YEAR/COMP BUDGET REQUIRED' delimited by size
                        into WS-REJ-REASON
                 end-string
              end-if
           end-if.
      *     *--------------------------------------------------------*
       e099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    main sequential match/merge - drives until both the old
      *    budget file and the transaction file are exhausted. a
      *    code only on the old file is carried forward unchanged; a
      *    code on both is a match (update/delete/duplicate-add); a
      *    code only on transactions is an add (or a not-found
      *    reject for update/delete).
       f000-proc-mtch-mrge section.
       f010-mtch-loop.
           perform until OLD-EOF and TRN-EOF
              evaluate true
                 when WS-OLD-DEPT < WS-TRN-DEPT
                    perform g000-carry-fwd-old
                 when WS-OLD-DEPT = WS-TRN-DEPT
                    perform h000-apply-to-old
                 when other
                    perform i000-apply-new
              end-evaluate
           end-perform.
      *     *--------------------------------------------------------*
       f099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    no transaction touches this budget - copy the old record
      *    forward to NEWBGT unchanged, with a warning on the log if
      *    its department has since gone from dept.dat.
       g000-carry-fwd-old section.
       g010-move-old-to-bgt.
           move BGT-DEPT-CODE   to WBG-DEPT-CODE
           move BGT-YEAR        to WBG-YEAR
           move BGT-HEADCOUNT   to WBG-HEADCOUNT
           move BGT-COMP-BUDGET to WBG-COMP-BUDGET.
       g020-write-bgt.
           write new-bgt-rec from WS-BGT-REC.
       g025-chk-dept-gone.
           move WBG-DEPT-CODE to WS-LKP-DEPT-CDE
           perform m000-lookup-dept
           if DEPT-NOT-ON-FILE
              move 'WARNING   '  to LOG-ACTION
              move WBG-DEPT-CODE to LOG-DEPT
              move 'DEPT NO LONGER ON DEPT FILE' to LOG-REASON
              perform k100-move-log-figures
              add +1 to WS-WARN-REC-CNT
              write blog-file-rec from LOG-LINE
           end-if.
       g030-read-next-old.
           perform c010-read-old-rec.
      *     *--------------------------------------------------------*
       g099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the transaction and the old file agree on code - an add
      *    against an existing budget is rejected as a duplicate;
      *    update overlays the staged record; delete drops it from
      *    the new file. several transactions can target the same
      *    code, so this keeps consuming SORTED-BTRN until the key
      *    changes, then writes the staged record once (unless a
      *    delete flagged it dropped) and moves the old file on.
       h000-apply-to-old section.
       h010-move-old-to-bgt.
           set KEEP-OLD-REC to true
           perform g010-move-old-to-bgt.
       h020-apply-matching-trans.
           perform until WS-TRN-DEPT not = WS-OLD-DEPT
              evaluate true
                 when BTRN-ADD
                    move spaces to WS-REJ-REASON
                    string 'BUDGET ALREADY ON FILE' delimited by size
                           into WS-REJ-REASON
                    end-string
                    perform k000-write-rej-log
                 when (BTRN-UPDATE or BTRN-DELETE) and DROP-OLD-REC
                    move spaces to WS-REJ-REASON
                    string 'RECORD ALREADY DELETED' delimited by size
                           into WS-REJ-REASON
                    end-string
                    perform k000-write-rej-log
                 when BTRN-UPDATE
                    perform e000-chk-fields
                    if FIELDS-OK
                       perform h030-apply-update
                    else
                       perform k000-write-rej-log
                    end-if
                 when BTRN-DELETE
                    perform h040-apply-delete
                 when other
                    move spaces to WS-REJ-REASON
                    string 'INVALID TRANSACTION CODE' delimited by size
                           into WS-REJ-REASON
                    end-string
                    perform k000-write-rej-log
              end-evaluate
              perform d010-read-trn-rec
           end-perform.
       h050-write-bgt.
           if KEEP-OLD-REC
              write new-bgt-rec from WS-BGT-REC
           end-if.
       h060-read-next-old.
           perform c010-read-old-rec.
      *     *--------------------------------------------------------*
       h099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    overlays any supplied (non-blank/non-zero) transaction
      *    field onto the staged budget - a blank or zero field on
      *    the transaction means "leave this field alone". its own
      *    section since it is reached only via an explicit
      *    paragraph-name perform from h020's inner loop.
       h030-apply-update section.
       h031-ovly-fields.
           if BTRN-YEAR-X not = spaces and BTRN-YEAR not = zeroes
              move BTRN-YEAR to WBG-YEAR
           end-if
           if BTRN-HEADCOUNT-X not = spaces
              and BTRN-HEADCOUNT not = zeroes
              move BTRN-HEADCOUNT to WBG-HEADCOUNT
           end-if
           if BTRN-COMP-BUDGET-X not = spaces
              and BTRN-COMP-BUDGET not = zeroes
              move BTRN-COMP-BUDGET to WBG-COMP-BUDGET
           end-if
           move 'UPDATED   '  to LOG-ACTION
           move WBG-DEPT-CODE to LOG-DEPT
           move spaces        to LOG-REASON
           perform k100-move-log-figures
           add +1 to WS-UPD-REC-CNT
           write blog-file-rec from LOG-LINE.
      *     *--------------------------------------------------------*
       h039-exit.
           exit.
      *     *--------------------------------------------------------*
      *    flags the staged budget dropped so h050 skips writing it -
      *    a deleted budget just falls off NEWBGT.
       h040-apply-delete section.
       h041-set-dropped.
           set DROP-OLD-REC to true
           move 'DELETED   '  to LOG-ACTION
           move WBG-DEPT-CODE to LOG-DEPT
           move spaces        to LOG-REASON
           perform k100-move-log-figures
           add +1 to WS-DEL-REC-CNT
           write blog-file-rec from LOG-LINE.
      *     *--------------------------------------------------------*
       h049-exit.
           exit.
      *     *--------------------------------------------------------*
      *    no old budget at this code - an add transaction builds a
      *    brand new record; update/delete against a code holding no
      *    budget is a not-found reject. same key-change loop as
      *    h020 so a second add against the budget just built is
      *    rejected as a duplicate.
       i000-apply-new section.
       i010-route-new.
           move WS-TRN-DEPT to WS-NEW-DEPT
           set NEW-NOT-YET-ADDED to true
           perform until WS-TRN-DEPT not = WS-NEW-DEPT
              evaluate true
                 when BTRN-ADD and NEW-NOT-YET-ADDED
                    perform e000-chk-fields
                    if FIELDS-OK
                       perform i020-build-new-bgt
                       set NEW-ALREADY-ADDED to true
                    else
                       perform k000-write-rej-log
                    end-if
                 when BTRN-ADD
                    move spaces to WS-REJ-REASON
                    string 'BUDGET ALREADY ON FILE' delimited by size
                           into WS-REJ-REASON
                    end-string
                    perform k000-write-rej-log
                 when other
                    move spaces to WS-REJ-REASON
                    string 'BUDGET NOT ON FILE' delimited by size
                           into WS-REJ-REASON
                    end-string
                    perform k000-write-rej-log
              end-evaluate
              perform d010-read-trn-rec
           end-perform.
      *     *--------------------------------------------------------*
       i099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    builds a new budget record from the add transaction and
      *    writes it straight through to NEWBGT - a blank headcount
      *    is taken as none approved.
       i020-build-new-bgt section.
       i021-move-fields.
           move BTRN-DEPT        to WBG-DEPT-CODE
           move BTRN-YEAR        to WBG-YEAR
           if BTRN-HEADCOUNT-X = spaces
              move zeroes        to WBG-HEADCOUNT
           else
              move BTRN-HEADCOUNT to WBG-HEADCOUNT
           end-if
           move BTRN-COMP-BUDGET to WBG-COMP-BUDGET
           write new-bgt-rec from WS-BGT-REC
           move 'ADDED     '  to LOG-ACTION
           move WBG-DEPT-CODE to LOG-DEPT
           move spaces        to LOG-REASON
           perform k100-move-log-figures
           add +1 to WS-ADD-REC-CNT
           write blog-file-rec from LOG-LINE.
      *     *--------------------------------------------------------*
       i029-exit.
           exit.
      *     *--------------------------------------------------------*
      *    writes a rejected-transaction log line and rolls it into
      *    the reject count - shared by every rejection path above.
      *    the figures are left blank, since they may not be valid.
       k000-write-rej-log section.
       k010-write-rej-log.
           move 'REJECTED  '  to LOG-ACTION
           move BTRN-DEPT     to LOG-DEPT
           move WS-REJ-REASON to LOG-REASON
           move spaces        to LOG-FIGURES
           add +1 to WS-REJECT-REC-CNT
           write blog-file-rec from LOG-LINE.
      *     *--------------------------------------------------------*
       k099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the staged budget's figures onto the log line.
       k100-move-log-figures section.
       k110-move-figures.
           move WBG-YEAR        to LOG-YEAR
           move WBG-HEADCOUNT   to LOG-HEADCOUNT
           move WBG-COMP-BUDGET to LOG-COMP-BUDGET.
      *     *--------------------------------------------------------*
       k199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the run totals trailer to BGTLOG so
      *    operations can confirm a clean run: transactions read must
      *    equal added + updated + deleted + rejected.
       j000-prnt-totals section.
       j010-move-totals.
           move WS-TRN-REC-CNT    to BTL-TRN-COUNT
           move WS-ADD-REC-CNT    to BTL-ADD-COUNT
           move WS-UPD-REC-CNT    to BTL-UPD-COUNT
           move WS-DEL-REC-CNT    to BTL-DEL-COUNT
           move WS-REJECT-REC-CNT to BTL-REJ-COUNT
           move WS-WARN-REC-CNT   to BTL-WARN-COUNT.
       j015-chk-reconciled.
           if WS-TRN-REC-CNT = WS-ADD-REC-CNT + WS-UPD-REC-CNT
                              + WS-DEL-REC-CNT + WS-REJECT-REC-CNT
              move 'RECONCILED OK' to BTL-MSG
           else
              move 'RECONCILIATION ERROR' to BTL-MSG
           end-if.
       j020-write-totals.
           write blog-file-rec from BGT-TRL-LINE.
      *     *--------------------------------------------------------*
       j099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-DREF-TBL for WS-LKP-DEPT-CDE and sets
      *    DEPT-ON-FILE when the code is on dept.dat.
       m000-lookup-dept section.
       m010-init-scan.
           set DEPT-NOT-ON-FILE to true
           move 0 to WS-FOUND-DREF-IDX.
       m020-scan-dref-tbl.
           perform m050-chk-one-dref-slot
               varying WS-DREF-IDX from 1 by 1
               until WS-DREF-IDX > WS-DREF-CNT.
       m030-set-found.
           if WS-FOUND-DREF-IDX > 0
              set DEPT-ON-FILE to true
           end-if.
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
      *    this section closes the files used by the program.
       x000-clse-file section.
       x010-close-files.
           close OLDBGT
                 SORTED-BTRN
                 NEWBGT
                 BGTLOG.

       x099-exit.
           exit.
