       identification division.
         program-id. taxcert-maint.
         author. Simon Vargas.
         date-written. October 15, 2026.

      *
      *--------------------------------------------------------*
      * proj: section 15.4 - Employee Report Program (companion)
      * desc: Batch maintenance run for the employee tax certificate
      *       file (taxcert.dat, see taxcert.cpy) - applies a file of
      *       add/update/delete transactions keyed off the Revenue
      *       certificates against the current certificate file and
      *       writes a new one, the same sequential match/merge
      *       dept-maint runs against dept.dat: both the certificate
      *       file and the transactions are processed in ascending
      *       employee-number order, so the transaction file is
      *       sorted here first. An add must name an employee on the
      *       indexed master, and every transaction's basis, USC and
      *       PRSI codes must be ones emp-payroll knows how to apply.
      *       A certificate on the normal basis must end up with a
      *       cut-off and a credit above zero, or emp-payroll would
      *       tax it as if it were on the emergency basis.
      *    Files:
      *          *TTRN-FILE   - Raw certificate transactions (unsorted)
      *          *SORTED-TTRN - Work file, TTRN-FILE sorted by empno
      *          *EMPMST      - Indexed employee master input (MSTDD)
      *          *OLDTXC      - Current tax certificate file
      *          *NEWTXC      - New certificate file this run produces
      *          *TXCLOG      - One line per transaction applied or
      *                         rejected, plus a run totals trailer
      *    Each transaction carries a one-byte code:
      *          A - add a certificate (empno must not already hold one)
      *          U - update a certificate (blank/zero fields in the
      *              transaction mean "leave this field alone" - a
      *              basis of E clears the cut-off and credit itself)
      *          D - delete a certificate (the record is dropped from
      *              the new certificate file)
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *   2026-10-15  SV  Initial version - add/update/delete
      *                   maintenance run against taxcert.dat.
      *   2026-10-15  SV  Review fixes: an update or a second delete
      *                   following a delete of the same key in one
      *                   run is rejected RECORD ALREADY DELETED -
      *                   the update used to bring the deleted
      *                   record back onto the new file.
      *   2026-10-15  SV  Review fixes: a supplied tax year, cut-off
      *                   or credit that is not numeric is rejected
      *                   (new TTRN-...-X redefines, as budget-maint
      *                   does). A certificate left on the normal
      *                   basis by an add or an update must carry a
      *                   cut-off and a credit above zero - it used
      *                   to go through with zero figures and be
      *                   taxed as emergency basis by emp-payroll.
      *--------------------------------------------------------*

       environment division.
       input-output section.
       file-control.
      * file-names below are DD-names resolved from the environment
      * at run time, same convention dept-maint uses for its files.
           select TTRN-FILE assign to 'TTRNDD'
               organization is line sequential
               file status is WS-TFILE-ST.

           select SORT-FILE assign to 'sortwk1'.

           select SORTED-TTRN assign to 'SRTXDD'
               organization is line sequential
               file status is WS-SFILE-ST.

           select EMPMST assign to 'MSTDD'
               organization is indexed
               access mode is random
               record key is IN-EMPNO
               alternate record key is IN-WORKDEPT with duplicates
               alternate record key is IN-LASTNAME with duplicates
               file status is WS-MFILE-ST.

           select OLDTXC assign to 'OTXCDD'
               organization is line sequential
               file status is WS-OFILE-ST.

           select NEWTXC assign to 'NTXCDD'
               organization is line sequential
               file status is WS-NFILE-ST.

           select TXCLOG assign to 'TLOGDD'
               organization is line sequential
               file status is WS-LFILE-ST.

       data division.
       file section.
       fd  TTRN-FILE.
       01  RAW-TTRN-REC              pic x(60).

       sd  SORT-FILE.
       01  SRT-TTRN-REC.
           05 FILLER                 pic x(01).
           05 SRT-TTRN-EMPNO         pic x(06).
           05 FILLER                 pic x(53).

      * certificate transaction record - the code byte followed by
      * the TXC-TAXCERT fields in the same order, with its own TTRN-
      * prefixed field names.
       fd  SORTED-TTRN.
       01  TTRN-REC.
           05  TTRN-CODE             PIC X(01).
               88  TTRN-ADD                  VALUE 'A'.
               88  TTRN-UPDATE               VALUE 'U'.
               88  TTRN-DELETE               VALUE 'D'.
           05  TTRN-EMPNO            PIC 9(06).
           05  TTRN-CERT-REF         PIC X(12).
           05  TTRN-TAX-YEAR-X       PIC X(04).
           05  TTRN-TAX-YEAR REDEFINES TTRN-TAX-YEAR-X
                                     PIC 9(04).
           05  TTRN-BASIS            PIC X(01).
           05  TTRN-MTH-CUTOFF-X     PIC X(07).
           05  TTRN-MTH-CUTOFF REDEFINES TTRN-MTH-CUTOFF-X
                                     PIC 9(05)V99.
           05  TTRN-MTH-CREDIT-X     PIC X(07).
           05  TTRN-MTH-CREDIT REDEFINES TTRN-MTH-CREDIT-X
                                     PIC 9(05)V99.
           05  TTRN-USC-STATUS       PIC X(01).
           05  TTRN-PRSI-CLASS       PIC X(01).
           05  FILLER                PIC X(20).

       fd  EMPMST.
           copy emprec.

       fd  OLDTXC.
           copy taxcert.

       fd  NEWTXC.
       01  new-txc-rec               pic x(60).

       fd  TXCLOG.
       01  tlog-file-rec             pic x(120).

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
           05 WS-MST-FOUND-SW        PIC X(01) VALUE 'N'.
              88 MST-ON-FILE                   VALUE 'Y'.
              88 MST-NOT-ON-FILE               VALUE 'N'.
           05 WS-CODES-OK-SW         PIC X(01) VALUE 'Y'.
              88 CODES-OK                      VALUE 'Y'.
              88 CODES-BAD                     VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 WS-TFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-SFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-MFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-OFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-NFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-LFILE-ST            PIC 9(02) VALUE ZEROES.

      * match keys - the empno carried as display text so HIGH-VALUES
      * can stand as the exhausted-file sentinel, the same convention
      * dept-maint uses for its department codes.
       01  WS-MATCH-KEYS.
           05 WS-OLD-EMPNO           PIC X(06) VALUE SPACES.
           05 WS-TRN-EMPNO           PIC X(06) VALUE SPACES.
           05 WS-NEW-EMPNO           PIC X(06) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-TRN-REC-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-ADD-REC-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-UPD-REC-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-DEL-REC-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-REJECT-REC-CNT      PIC 9(05) VALUE ZEROES.

       01  WS-REJECT-INFO.
           05 WS-REJ-REASON          PIC X(30) VALUE SPACES.

      * staging copy of the certificate record currently being
      * written to NEWTXC - built either unchanged from the old file,
      * overlaid with update fields, or built fresh from an add.
       01  WS-TXC-REC.
           05  WTX-EMPNO             PIC 9(06).
           05  WTX-CERT-REF          PIC X(12).
           05  WTX-TAX-YEAR          PIC 9(04).
           05  WTX-BASIS             PIC X(01).
           05  WTX-MTH-CUTOFF        PIC 9(05)V99.
           05  WTX-MTH-CREDIT        PIC 9(05)V99.
           05  WTX-USC-STATUS        PIC X(01).
           05  WTX-PRSI-CLASS        PIC X(01).
           05  FILLER                PIC X(21) VALUE SPACES.

      * the staged certificate as it stood before an update's
      * overlay - put back when the overlay leaves it unusable, so
      * a rejected update changes nothing.
       01  WS-SAV-TXC-REC            PIC X(60) VALUE SPACES.

       01  LOG-HEAD1.
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(40)
                           VALUE 'TAX CERTIFICATE MAINTENANCE LOG'.
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  LOG-COLHEAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE 'EMPNO'.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'ACTION'.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE 'REASON'.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'CERT REF'.
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  LOG-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 LOG-EMPNO              PIC Z(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 LOG-ACTION             PIC X(10).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 LOG-REASON             PIC X(30).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 LOG-CERT-REF           PIC X(12).
           05 FILLER                 PIC X(26) VALUE SPACES.

      * run totals trailer - same reconciliation idea as dept-maint's
      * DPT-TRL-LINE: transactions read must equal added + updated
      * + deleted + rejected.
       01  TXC-TRL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(18)
                                        VALUE 'TRANSACTIONS READ='.
           05 TTL-TRN-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'ADDED='.
           05 TTL-ADD-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'UPDATED='.
           05 TTL-UPD-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'DELETED='.
           05 TTL-DEL-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'REJECTED='.
           05 TTL-REJ-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TTL-MSG                PIC X(21) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE SPACES.

       procedure division.
       declaratives
       decl-ttrnfile section.
           use after error procedure on TTRN-FILE.
       ttrnfile-error.
           display 'Tax cert transaction file error - ', WS-TFILE-ST.

       decl-sortedttrn section.
           use after error procedure on SORTED-TTRN.
       sortedttrn-error.
           display 'Sorted cert transaction file error - ', WS-SFILE-ST.

       decl-empmst section.
           use after error procedure on EMPMST.
       empmst-error.
           display 'Indexed master file error - ', WS-MFILE-ST.

       decl-oldtxc section.
           use after error procedure on OLDTXC.
       oldtxc-error.
           display 'Old tax certificate file error - ', WS-OFILE-ST.

       decl-newtxc section.
           use after error procedure on NEWTXC.
       newtxc-error.
           display 'New tax certificate file error - ', WS-NFILE-ST.

       decl-txclog section.
           use after error procedure on TXCLOG.
       txclog-error.
           display 'Tax cert maintenance log file error - ',
                   WS-LFILE-ST.
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
           initialize ws-counters, ws-txc-rec, ws-reject-info
           move spaces to WS-OLD-EMPNO, WS-TRN-EMPNO, WS-NEW-EMPNO.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
      *     *--------------------------------------------------------*

      *     *--------------------------------------------------------*
      *   This section sorts the raw transactions by employee number
      *   into SORTED-TTRN and opens the certificate/master/log files,
      *   then primes the merge with the first record off each input.
       b000-open-files section.
       b010-sort-trans.
           sort SORT-FILE on ascending key SRT-TTRN-EMPNO
                using TTRN-FILE
                giving SORTED-TTRN.
       b020-open-files.
           open input OLDTXC
                      SORTED-TTRN
                      EMPMST
                output NEWTXC
                       TXCLOG.
       b030-write-log-hdrs.
           write tlog-file-rec from LOG-HEAD1
           write tlog-file-rec from LOG-COLHEAD.
       b040-prime-old.
           perform c010-read-old-rec.
       b050-prime-trn.
           perform d010-read-trn-rec.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.

      *    this section reads one OLDTXC record and sets the old-side
      *    match key, or sets the key to the high sentinel at end of
      *    file so the merge just keeps draining SORTED-TTRN.
       c000-read-old section.
       c010-read-old-rec.
           read OLDTXC
                at end
                   set OLD-EOF to true
                   move high-values to WS-OLD-EMPNO
                not at end
                   move TXC-EMPNO to WS-OLD-EMPNO
           end-read.
      *     *--------------------------------------------------------*
       c099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section reads one SORTED-TTRN record and sets the
      *    transaction-side match key, same high-sentinel convention
      *    as c000-read-old above.
       d000-read-trn section.
       d010-read-trn-rec.
           read SORTED-TTRN
                at end
                   set TRN-EOF to true
                   move high-values to WS-TRN-EMPNO
                not at end
                   move TTRN-EMPNO to WS-TRN-EMPNO
                   add +1 to WS-TRN-REC-CNT
           end-read.
      *     *--------------------------------------------------------*
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checks the transaction's basis, USC and PRSI codes are
      *    ones emp-payroll applies - blank passes, since blank on an
      *    update means "leave alone" and on an add means the normal
      *    basis/standard USC/class A defaults - and that a tax year,
      *    cut-off or credit supplied is numeric, since emp-payroll
      *    works the PAYE off them as they stand. the reject reason
      *    is left in WS-REJ-REASON for the caller.
       e000-chk-codes section.
       e010-chk-codes.
           set CODES-OK to true
           move spaces to WS-REJ-REASON
           if TTRN-BASIS not = 'N' and not = 'E' and not = space
              set CODES-BAD to true
              string 'INVALID TAX BASIS' delimited by size
                     into WS-REJ-REASON
              end-string
           else
              if TTRN-USC-STATUS not = 'S' and not = 'R'
                 and not = 'X' and not = space
                 set CODES-BAD to true
                 string 'INVALID USC STATUS' delimited by size
                        into WS-REJ-REASON
                 end-string
              else
                 if TTRN-PRSI-CLASS not = 'A' and not = 'M'
                    and not = space
                    set CODES-BAD to true
                    string 'INVALID PRSI CLASS' delimited by size
                           into WS-REJ-REASON
                    end-string
                 end-if
              end-if
           end-if
           if CODES-BAD
              go to e099-exit
           end-if.
       e020-chk-figures.
           if TTRN-TAX-YEAR-X not = spaces
              and TTRN-TAX-YEAR is not numeric
              set CODES-BAD to true
              string 'INVALID TAX YEAR' delimited by size
                     into WS-REJ-REASON
              end-string
              go to e099-exit
           end-if
           if TTRN-MTH-CUTOFF-X not = spaces
              and TTRN-MTH-CUTOFF is not numeric
              set CODES-BAD to true
              string 'INVALID CUT-OFF' delimited by size
                     into WS-REJ-REASON
              end-string
              go to e099-exit
           end-if
           if TTRN-MTH-CREDIT-X not = spaces
              and TTRN-MTH-CREDIT is not numeric
              set CODES-BAD to true
              string 'INVALID CREDIT' delimited by size
                     into WS-REJ-REASON
              end-string
           end-if.
      *     *--------------------------------------------------------*
       e099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    main sequential match/merge - drives until both the old
      *    certificate file and the transaction file are exhausted.
      *    an empno only on the old file is carried forward unchanged;
      *    an empno on both is a match (update/delete/duplicate-add);
      *    an empno only on transactions is an add (or a not-found
      *    reject for update/delete).
       f000-proc-mtch-mrge section.
       f010-mtch-loop.
           perform until OLD-EOF and TRN-EOF
              evaluate true
                 when WS-OLD-EMPNO < WS-TRN-EMPNO
                    perform g000-carry-fwd-old
                 when WS-OLD-EMPNO = WS-TRN-EMPNO
                    perform h000-apply-to-old
                 when other
                    perform i000-apply-new
              end-evaluate
           end-perform.
      *     *--------------------------------------------------------*
       f099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    no transaction touches this certificate - copy the old
      *    record forward to NEWTXC unchanged.
       g000-carry-fwd-old section.
       g010-move-old-to-txc.
           move TXC-EMPNO      to WTX-EMPNO
           move TXC-CERT-REF   to WTX-CERT-REF
           move TXC-TAX-YEAR   to WTX-TAX-YEAR
           move TXC-BASIS      to WTX-BASIS
           move TXC-MTH-CUTOFF to WTX-MTH-CUTOFF
           move TXC-MTH-CREDIT to WTX-MTH-CREDIT
           move TXC-USC-STATUS to WTX-USC-STATUS
           move TXC-PRSI-CLASS to WTX-PRSI-CLASS.
       g020-write-txc.
           write new-txc-rec from WS-TXC-REC.
       g030-read-next-old.
           perform c010-read-old-rec.
      *     *--------------------------------------------------------*
       g099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the transaction and the old file agree on empno - an add
      *    against an existing certificate is rejected as a duplicate;
      *    update overlays the staged record; delete drops it from
      *    the new file. several transactions can target the same
      *    empno, so this keeps consuming SORTED-TTRN until the key
      *    changes, then writes the staged record once (unless a
      *    delete flagged it dropped) and moves the old file on.
       h000-apply-to-old section.
       h010-move-old-to-txc.
           set KEEP-OLD-REC to true
           perform g010-move-old-to-txc.
       h020-apply-matching-trans.
           perform until WS-TRN-EMPNO not = WS-OLD-EMPNO
              evaluate true
                 when TTRN-ADD
                    move spaces to WS-REJ-REASON
                    string 'CERTIFICATE ALREADY ON FILE'
                           delimited by size
                           into WS-REJ-REASON
                    end-string
                    perform k000-write-rej-log
                 when (TTRN-UPDATE or TTRN-DELETE) and DROP-OLD-REC
                    move spaces to WS-REJ-REASON
                    string 'RECORD ALREADY DELETED' delimited by size
                           into WS-REJ-REASON
                    end-string
                    perform k000-write-rej-log
                 when TTRN-UPDATE
                    perform e000-chk-codes
                    if CODES-OK
                       perform h030-apply-update
                    else
                       perform k000-write-rej-log
                    end-if
                 when TTRN-DELETE
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
       h050-write-txc.
           if KEEP-OLD-REC
              write new-txc-rec from WS-TXC-REC
           end-if.
       h060-read-next-old.
           perform c010-read-old-rec.
      *     *--------------------------------------------------------*
       h099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    overlays any supplied (non-blank/non-zero) transaction
      *    field onto the staged certificate - a blank or zero field
      *    on the transaction means "leave this field alone". moving
      *    a certificate onto the emergency basis clears its cut-off
      *    and credit, since neither applies on that basis; an update
      *    that leaves a certificate on the normal basis without both
      *    is rejected and the staged certificate put back as it
      *    was. its own section since it is reached only via an
      *    explicit paragraph-name perform from h020's inner loop.
       h030-apply-update section.
       h031-ovly-fields.
           move WS-TXC-REC to WS-SAV-TXC-REC
           if TTRN-CERT-REF not = spaces
              move TTRN-CERT-REF to WTX-CERT-REF
           end-if
           if TTRN-TAX-YEAR-X not = spaces
              and TTRN-TAX-YEAR not = zeroes
              move TTRN-TAX-YEAR to WTX-TAX-YEAR
           end-if
           if TTRN-BASIS not = spaces
              move TTRN-BASIS to WTX-BASIS
           end-if
           if TTRN-MTH-CUTOFF-X not = spaces
              and TTRN-MTH-CUTOFF not = zeroes
              move TTRN-MTH-CUTOFF to WTX-MTH-CUTOFF
           end-if
           if TTRN-MTH-CREDIT-X not = spaces
              and TTRN-MTH-CREDIT not = zeroes
              move TTRN-MTH-CREDIT to WTX-MTH-CREDIT
           end-if
           if TTRN-USC-STATUS not = spaces
              move TTRN-USC-STATUS to WTX-USC-STATUS
           end-if
           if TTRN-PRSI-CLASS not = spaces
              move TTRN-PRSI-CLASS to WTX-PRSI-CLASS
           end-if
           if WTX-BASIS = 'E'
              move zeroes to WTX-MTH-CUTOFF, WTX-MTH-CREDIT
           end-if.
       h032-chk-figures.
           if WTX-BASIS not = 'E'
              and (WTX-MTH-CUTOFF = zeroes or WTX-MTH-CREDIT = zeroes)
              move WS-SAV-TXC-REC to WS-TXC-REC
              move spaces to WS-REJ-REASON
              string 'CUT-OFF/CREDIT REQUIRED' delimited by size
                     into WS-REJ-REASON
              end-string
              perform k000-write-rej-log
              go to h039-exit
           end-if.
       h033-write-log.
           move 'UPDATED   ' to LOG-ACTION
           move WTX-EMPNO    to LOG-EMPNO
           move spaces       to LOG-REASON
           move WTX-CERT-REF to LOG-CERT-REF
           add +1 to WS-UPD-REC-CNT
           write tlog-file-rec from LOG-LINE.
      *     *--------------------------------------------------------*
       h039-exit.
           exit.
      *     *--------------------------------------------------------*
      *    flags the staged certificate dropped so h050 skips writing
      *    it - a deleted certificate just falls off NEWTXC, and the
      *    employee is paid on the standard figures from then on.
       h040-apply-delete section.
       h041-set-dropped.
           set DROP-OLD-REC to true
           move 'DELETED   ' to LOG-ACTION
           move WTX-EMPNO    to LOG-EMPNO
           move spaces       to LOG-REASON
           move WTX-CERT-REF to LOG-CERT-REF
           add +1 to WS-DEL-REC-CNT
           write tlog-file-rec from LOG-LINE.
      *     *--------------------------------------------------------*
       h049-exit.
           exit.
      *     *--------------------------------------------------------*
      *    no old certificate at this empno - an add transaction
      *    builds a brand new record; update/delete against an empno
      *    holding no certificate is a not-found reject. same key-
      *    change loop as h020 so a second add against the certificate
      *    just built is rejected as a duplicate.
       i000-apply-new section.
       i010-route-new.
           move WS-TRN-EMPNO to WS-NEW-EMPNO
           set NEW-NOT-YET-ADDED to true
           perform until WS-TRN-EMPNO not = WS-NEW-EMPNO
              evaluate true
                 when TTRN-ADD and NEW-NOT-YET-ADDED
                    perform i030-chk-new-cert
                    if CODES-OK
                       perform i020-build-new-txc
                       set NEW-ALREADY-ADDED to true
                    else
                       perform k000-write-rej-log
                    end-if
                 when TTRN-ADD
                    move spaces to WS-REJ-REASON
                    string 'CERTIFICATE ALREADY ON FILE'
                           delimited by size
                           into WS-REJ-REASON
                    end-string
                    perform k000-write-rej-log
                 when other
                    move spaces to WS-REJ-REASON
                    string 'CERTIFICATE NOT ON FILE' delimited by size
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
      *    an add must carry a certificate reference and tax year,
      *    valid codes and figures - a cut-off and a credit above
      *    zero unless it is on the emergency basis - and name an
      *    employee on the indexed master: a certificate for an
      *    empno never hired is a keying error.
       i030-chk-new-cert section.
       i031-chk-codes.
           perform e000-chk-codes
           if CODES-BAD
              go to i039-exit
           end-if.
       i032-chk-required.
           if TTRN-CERT-REF = spaces or TTRN-TAX-YEAR-X = spaces
              or TTRN-TAX-YEAR = zeroes
              set CODES-BAD to true
              string 'CERT REF/TAX YEAR REQUIRED' delimited by size
                     into WS-REJ-REASON
              end-string
              go to i039-exit
           end-if
      *    a blank basis defaults to normal in i021, so only an
      *    emergency certificate goes without its own figures.
           if TTRN-BASIS not = 'E'
              and (TTRN-MTH-CUTOFF-X = spaces
                   or TTRN-MTH-CUTOFF = zeroes
                   or TTRN-MTH-CREDIT-X = spaces
                   or TTRN-MTH-CREDIT = zeroes)
              set CODES-BAD to true
              string 'CUT-OFF/CREDIT REQUIRED' delimited by size
                     into WS-REJ-REASON
              end-string
              go to i039-exit
           end-if.
       i033-probe-master.
           move TTRN-EMPNO to IN-EMPNO
           read EMPMST
                invalid key
                   set MST-NOT-ON-FILE to true
                not invalid key
                   set MST-ON-FILE to true
           end-read
           if MST-NOT-ON-FILE
              set CODES-BAD to true
              string 'EMPNO NOT ON MASTER' delimited by size
                     into WS-REJ-REASON
              end-string
           end-if.
      *     *--------------------------------------------------------*
       i039-exit.
           exit.
      *     *--------------------------------------------------------*
      *    builds a new certificate record from the add transaction
      *    and writes it straight through to NEWTXC - blank codes
      *    default to the normal basis, standard USC and class A.
       i020-build-new-txc section.
       i021-move-fields.
           move TTRN-EMPNO      to WTX-EMPNO
           move TTRN-CERT-REF   to WTX-CERT-REF
           move TTRN-TAX-YEAR   to WTX-TAX-YEAR
           move TTRN-BASIS      to WTX-BASIS
           move TTRN-MTH-CUTOFF to WTX-MTH-CUTOFF
           move TTRN-MTH-CREDIT to WTX-MTH-CREDIT
           move TTRN-USC-STATUS to WTX-USC-STATUS
           move TTRN-PRSI-CLASS to WTX-PRSI-CLASS
           if WTX-BASIS = space
              move 'N' to WTX-BASIS
           end-if
           if WTX-USC-STATUS = space
              move 'S' to WTX-USC-STATUS
           end-if
           if WTX-PRSI-CLASS = space
              move 'A' to WTX-PRSI-CLASS
           end-if
           if WTX-BASIS = 'E'
              move zeroes to WTX-MTH-CUTOFF, WTX-MTH-CREDIT
           end-if
           write new-txc-rec from WS-TXC-REC
           move 'ADDED     ' to LOG-ACTION
           move WTX-EMPNO    to LOG-EMPNO
           move spaces       to LOG-REASON
           move WTX-CERT-REF to LOG-CERT-REF
           add +1 to WS-ADD-REC-CNT
           write tlog-file-rec from LOG-LINE.
      *     *--------------------------------------------------------*
       i029-exit.
           exit.
      *     *--------------------------------------------------------*
      *    writes a rejected-transaction log line and rolls it into
      *    the reject count - shared by every rejection path above.
       k000-write-rej-log section.
       k010-write-rej-log.
           move 'REJECTED  '  to LOG-ACTION
           move TTRN-EMPNO    to LOG-EMPNO
           move WS-REJ-REASON to LOG-REASON
           move TTRN-CERT-REF to LOG-CERT-REF
           add +1 to WS-REJECT-REC-CNT
           write tlog-file-rec from LOG-LINE.
      *     *--------------------------------------------------------*
       k099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the run totals trailer to TXCLOG so
      *    operations can confirm a clean run: transactions read must
      *    equal added + updated + deleted + rejected.
       j000-prnt-totals section.
       j010-move-totals.
           move WS-TRN-REC-CNT    to TTL-TRN-COUNT
           move WS-ADD-REC-CNT    to TTL-ADD-COUNT
           move WS-UPD-REC-CNT    to TTL-UPD-COUNT
           move WS-DEL-REC-CNT    to TTL-DEL-COUNT
           move WS-REJECT-REC-CNT to TTL-REJ-COUNT.
       j015-chk-reconciled.
           if WS-TRN-REC-CNT = WS-ADD-REC-CNT + WS-UPD-REC-CNT
                              + WS-DEL-REC-CNT + WS-REJECT-REC-CNT
              move 'RECONCILED OK' to TTL-MSG
           else
              move 'RECONCILIATION ERROR' to TTL-MSG
           end-if.
       j020-write-totals.
           write tlog-file-rec from TXC-TRL-LINE.
      *     *--------------------------------------------------------*
       j099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section closes the files used by the program.
       x000-clse-file section.
       x010-close-files.
           close OLDTXC
                 SORTED-TTRN
                 EMPMST
                 NEWTXC
                 TXCLOG.

       x099-exit.
           exit.
