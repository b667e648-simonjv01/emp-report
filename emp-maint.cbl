      *                         rejected, plus a run totals trailer
      *          *DEPT-FILE   - Department reference file (read only)
      *          *AUDIT-FILE  - Before/after audit trail (extend)
      *          *APPR-IN     - Transactions approved by emp-approve
      *                         since the last run (APTDD), merged
      *                         in with TRANS-FILE, read only
      *          *APPR-OUT    - Next approved-transaction generation
      *                         (APTODD) - written empty, becomes the
      *                         APTDD emp-approve extends
      *          *APPR-QUEUE  - Sensitive transactions awaiting a
      *                         second person's approval (APQDD,
      *                         extend - see approval.cpy)
      *    Each transaction carries a one-byte code:
      *          A - add a new employee (empno must not already exist)
      *          U - update an existing employee (blank/zero fields in
      *    a transaction dated after the run date is HELD to
      *    PEND-OUT instead of applied, and matures automatically
      *    on a later run once PEND-IN carries it back in.
      *    A sensitive transaction - an update carrying bank
      *    details, an update moving the salary by more than the
      *    APPRPCT percentage (default 10), or an add paid above the
      *    APPRAMT salary (default 100000) - is not applied until a
      *    second person approves it: it is written to the approval
      *    queue with the ID of the user who keyed it (TRN-KEYED-BY,
      *    or the OPERID environment variable of the user running
      *    the maintenance when the transaction carries none) and
      *    logged QUEUED. emp-approve records a different user's
      *    decision, and the approved transactions come back in on
      *    APPR-IN with TRN-APPROVED-BY filled, apply like any other
      *    transaction, and carry the approver onto the audit record.
      *    Only APPR-IN can bring an approval in: TRN-APPROVED-BY is
      *    cleared on suspense records as they are sorted in, and a
      *    raw transaction keyed with it filled is rejected.
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *                   uses it to pay a mid-month leaver a pro-
      *                   rated final month instead of Finance
      *                   cutting a manual cheque outside PAYE.
      *   2026-10-15  SV  Every audit record now carries the
      *                   transaction's effective date in the new
      *                   AUD-EFF-DATE (see auditrec.cpy; the run
      *                   date when none is carried), and an update
      *                   that backdates a salary change is logged
      *                   ARREARS DUE on MAINTLOG - emp-payroll pays
      *                   the missed months off the audit trail in
      *                   its next run instead of a manual cheque.
      *   2026-10-15  SV  Two-person approval - bank-detail updates,
      *                   salary updates over APPRPCT percent and
      *                   adds over the APPRAMT salary go to the new
      *                   approval queue (APQDD, see approval.cpy)
      *                   logged QUEUED instead of being applied.
      *                   The transaction record is now 217 bytes,
      *                   TRN-KEYED-BY/TRN-APPROVED-BY appended so
      *                   older files read them as spaces (the
      *                   keyer defaults to OPERID). Transactions
      *                   emp-approve has approved come in on the
      *                   new APPR-IN (APTDD) with the sort, and the
      *                   approver goes onto AUD-APPROVED-BY. The
      *                   trailer's HELD count takes in the queued
      *                   transactions, since neither is applied.
      *   2026-10-15  SV  Review fixes: an approval is honoured only
      *                   on a transaction that came in on APPR-IN -
      *                   the sort now runs through an input
      *                   procedure that marks each record's source
      *                   (new TRN-SOURCE, past the 217 bytes the
      *                   other files carry) and clears
      *                   TRN-APPROVED-BY on suspense records; a raw
      *                   transaction keyed with it filled is
      *                   rejected. The effective-date hold now
      *                   comes before the approval check, so the
      *                   suspense file never has to carry an
      *                   approval. APTDD is no longer emptied in
      *                   place - it is read only, and an empty
      *                   APTODD generation is written to become
      *                   the next APTDD, old-in/new-out like the
      *                   suspense file.
      *   2026-10-15  SV  Review fixes: a queued update carries the
      *                   master's bank details as they stood
      *                   (APQ-OLD-IBAN/APQ-OLD-BIC) for the approval
      *                   register. The day's queue numbering now
      *                   also counts the items emp-approve has
      *                   decided today, which it carries forward
      *                   flagged, so a number is never reissued.
      *                   The run is refused through emp-runctl's
      *                   new M check once today's payroll has
      *                   completed - a salary change applied after
      *                   it would fall outside both that payroll's
      *                   and the next one's arrears windows.
      *--------------------------------------------------------*

       environment division.
               organization is line sequential
               file status is WS-AFILE-ST.

      * transactions a second user has approved through emp-approve
      * - sorted in with TRANS-FILE and PEND-IN. OPTIONAL, since
      * most nights nothing has been approved.
           select optional APPR-IN assign to 'APTDD'
               organization is line sequential
               file status is WS-APFILE-ST.

      * the next approved-transaction generation - nothing is
      * written to it, so it starts empty and becomes the APTDD
      * emp-approve extends, the way PEND-OUT becomes next run's
      * PEND-IN. the APTDD just applied stays as it was for a
      * restore and rerun.
           select APPR-OUT assign to 'APTODD'
               organization is line sequential
               file status is WS-AOFILE-ST.

      * the approval queue - scanned for today's last item number,
      * then opened extend. OPTIONAL so the first queued item
      * starts the file.
           select optional APPR-QUEUE assign to 'APQDD'
               organization is line sequential
               file status is WS-QFILE-ST.

       data division.
       file section.
       fd  TRANS-FILE.
       01  RAW-TRN-REC               pic x(217).

       fd  PEND-IN.
       01  PND-IN-REC                pic x(217).

       fd  PEND-OUT.
       01  pnd-out-rec               pic x(217).

       fd  APPR-IN.
       01  APR-IN-REC                pic x(217).

       fd  APPR-OUT.
       01  apr-out-rec               pic x(217).

      * the 217-byte transaction plus the one-byte source the input
      * procedure b100 stamps on it - see TRN-SOURCE.
       sd  SORT-FILE.
       01  SRT-TRN-REC.
           05 SRT-TRN-IMAGE.
              10 FILLER              pic x(01).
              10 SRT-TRN-EMPNO       pic 9(06).
              10 FILLER              pic x(202).
              10 SRT-TRN-APPROVED-BY pic x(08).
           05 SRT-TRN-SOURCE         pic x(01).
              88 SRT-FROM-KEYED                VALUE 'K'.
              88 SRT-FROM-SUSPENSE             VALUE 'S'.
              88 SRT-FROM-APPROVED             VALUE 'P'.

      * transaction record - the IN-EMPREC field image with the old
      * trailing filler and four new bytes given over to the
      * effective date, plus the bank fields, the suspense held
      * count and the keying/approving user IDs appended at the
      * end, 217 bytes in all (plus the work-file TRN-SOURCE
      * byte below), with its own
      * TRN- prefixed field names (see emprec.cpy for why two
      * copies of the same layout need distinct names in one
      * program).
      * bumped by p000-hold-trn each run it is held again, and
      * reported by emp-pendrpt's aging report.
           05  TRN-HELD-CNT          PIC 9(03).
      * who keyed the transaction, and who approved it when it
      * needed a second person - spaces on a raw keyed transaction
      * that carries no keyer (q010 fills in OPERID) and on any
      * transaction not yet approved.
           05  TRN-KEYED-BY          PIC X(08).
           05  TRN-APPROVED-BY       PIC X(08).
      * which input the transaction came in on - work-file only,
      * past the 217 bytes written to PEND-OUT and the approval
      * queue. an approval counts only from APPR-IN.
           05  TRN-SOURCE            PIC X(01).
               88  TRN-FROM-KEYED            VALUE 'K'.
               88  TRN-FROM-SUSPENSE         VALUE 'S'.
               88  TRN-FROM-APPROVED         VALUE 'P'.

       fd  EMPMST.
           copy emprec.
       fd  AUDIT-FILE.
           copy auditrec.

       fd  APPR-QUEUE.
           copy approval.

       working-storage section.

       01  WS-SWITCHES.
           05 WS-MST-FOUND-SW        PIC X(01) VALUE 'N'.
              88 MST-ON-FILE                   VALUE 'Y'.
              88 MST-NOT-ON-FILE               VALUE 'N'.
           05 WS-QUEUED-SW           PIC X(01) VALUE 'N'.
              88 TRN-QUEUED                    VALUE 'Y'.
              88 TRN-NOT-QUEUED                VALUE 'N'.
           05 WS-APQ-EOF-SW          PIC X(01) VALUE 'N'.
              88 APQ-EOF                       VALUE 'Y'.
              88 APQ-NOT-EOF                   VALUE 'N'.
           05 WS-REL-EOF-SW          PIC X(01) VALUE 'N'.
              88 REL-EOF                       VALUE 'Y'.
              88 REL-NOT-EOF                   VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 WS-TFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-LFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-DFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-AFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-APFILE-ST           PIC 9(02) VALUE ZEROES.
           05 WS-AOFILE-ST           PIC 9(02) VALUE ZEROES.
           05 WS-QFILE-ST            PIC 9(02) VALUE ZEROES.

      * run date for the audit trail records, DDMMYYYY to match the
      * master's date fields.
           05 WS-DEACT-REC-CNT       PIC 9(05) VALUE ZEROES.
           05 WS-REJECT-REC-CNT      PIC 9(05) VALUE ZEROES.
           05 WS-HELD-REC-CNT        PIC 9(05) VALUE ZEROES.
           05 WS-QUEUED-CNT          PIC 9(05) VALUE ZEROES.

       01  WS-REJECT-INFO.
           05 WS-REJ-REASON          PIC X(30) VALUE SPACES.

      * two-person approval - the user running the maintenance
      * (OPERID, the keyer of a transaction that carries none), the
      * limits past which a change needs approving (APPRPCT, the
      * salary change percentage, default 10; APPRAMT, the salary
      * of an add, default 100000), read the way emp-payroll reads
      * BONMM, and today's last approval queue item number.
       01  WS-APPROVAL-VALS.
           05 WS-OPER-ID             PIC X(08) VALUE SPACES.
           05 WS-APPRPCT-ENV         PIC X(03) VALUE SPACES.
           05 WS-APPRPCT-LEN         PIC 9(01) VALUE ZEROES.
           05 WS-APPR-PCT            PIC 9(03) VALUE 10.
           05 WS-APPRAMT-ENV         PIC X(07) VALUE SPACES.
           05 WS-APPRAMT-LEN         PIC 9(01) VALUE ZEROES.
           05 WS-APPR-AMT            PIC 9(07) VALUE 100000.
           05 WS-QUEUE-SEQ           PIC 9(03) VALUE ZEROES.
           05 WS-APPR-REASON         PIC X(26) VALUE SPACES.
           05 WS-APPR-OLD-SAL        PIC 9(07)V99 VALUE ZEROES.
           05 WS-APPR-OLD-IBAN       PIC X(34) VALUE SPACES.
           05 WS-APPR-OLD-BIC        PIC X(11) VALUE SPACES.
           05 WS-APPR-DIFF           PIC 9(07)V99 VALUE ZEROES.
           05 WS-APPR-CHG-PCT        PIC 9(05)V99 VALUE ZEROES.

      * department reference table - loaded from DEPT-FILE at startup
      * and scanned by m000-lookup-trn-dept before an add or update
      * is allowed to carry its department code onto the master.

      * run totals trailer - same reconciliation idea as emp-report's
      * TRL-LINE: transactions read must equal added + updated +
      * deactivated + rejected + held (held takes in the
      * transactions queued for approval), flagged the same way
      * TRL-LINE-MSG flags emp-report's trailer so operations
      * doesn't have to add the five counts up by hand. emp-verify
      * parses this line by position - keep the two layouts in step.
           use after error procedure on AUDIT-FILE.
       auditfile-error.
           display 'Audit trail file error - ', WS-AFILE-ST.

       decl-apprin section.
           use after error procedure on APPR-IN.
       apprin-error.
           display 'Approved transaction file error - ', WS-APFILE-ST.

       decl-approut section.
           use after error procedure on APPR-OUT.
       approut-error.
           display 'Approved transaction output file error - ',
                   WS-AOFILE-ST.

       decl-apprqueue section.
           use after error procedure on APPR-QUEUE.
       apprqueue-error.
           display 'Approval queue file error - ', WS-QFILE-ST.
       end declaratives.

      * Core business logic of the program.
       0000-core-business-logic.
           perform v000-chk-run-ctl
           perform a000-init-vals
           perform b000-open-files
           perform f000-proc-trans
           perform v900-write-run-ctl
           perform x000-clse-file
           stop run.
      *     *--------------------------------------------------------*
      *   This section checks the shared run-control file before the
      *   run starts - once today's payroll has completed, a change
      *   applied now would be posted on a date that payroll's
      *   arrears window has already closed on and the next
      *   payroll's does not open until the day after, so a
      *   backdated salary change would never be paid its arrears.
       v000-chk-run-ctl section.
       v010-chk-run-ctl.
           move 'M' to RCT-FUNC
           move 'emp-maint' to RCT-PROGRAM
           move zeroes to RCT-REC-CNT
           move spaces to RCT-OUTCOME
           call 'emp-runctl' using RCT-CTL-AREA
           if RCT-REFUSED
              display 'Maintenance run refused - ', RCT-REASON
              display 'Set RUNOVRD=Y to override only when the ',
                      'payroll is to be rerun after this run'
              stop run
           end-if.
      *     *--------------------------------------------------------*
       v099-exit.
           exit.
      *     *--------------------------------------------------------*
       a000-init-vals section.
       a010-init-tmp-vals.
           move WS-TDYDTE-DD   to WS-AUDDTE-DD
           move WS-TDYDTE-MM   to WS-AUDDTE-MM
           move WS-TDYDTE-YYYY to WS-AUDDTE-YYYY.
       a030-get-approval-vals.
           accept WS-OPER-ID from environment 'OPERID'
           if WS-OPER-ID = spaces
              move 'UNKNOWN' to WS-OPER-ID
           end-if
           accept WS-APPRPCT-ENV from environment 'APPRPCT'
           if WS-APPRPCT-ENV not = spaces
              move 0 to WS-APPRPCT-LEN
              inspect WS-APPRPCT-ENV tallying WS-APPRPCT-LEN
                      for characters before initial space
              if WS-APPRPCT-LEN > 0
                 and WS-APPRPCT-ENV(1:WS-APPRPCT-LEN) is numeric
                 move WS-APPRPCT-ENV(1:WS-APPRPCT-LEN) to WS-APPR-PCT
              else
                 display 'Invalid APPRPCT value - ', WS-APPRPCT-ENV,
                         ' - using 10 percent'
              end-if
           end-if
           accept WS-APPRAMT-ENV from environment 'APPRAMT'
           if WS-APPRAMT-ENV not = spaces
              move 0 to WS-APPRAMT-LEN
              inspect WS-APPRAMT-ENV tallying WS-APPRAMT-LEN
                      for characters before initial space
              if WS-APPRAMT-LEN > 0
                 and WS-APPRAMT-ENV(1:WS-APPRAMT-LEN) is numeric
                 move WS-APPRAMT-ENV(1:WS-APPRAMT-LEN) to WS-APPR-AMT
              else
                 display 'Invalid APPRAMT value - ', WS-APPRAMT-ENV,
                         ' - using 100000'
              end-if
           end-if.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
      *   a matured suspense transaction re-enters the run exactly
      *   as if it had been keyed today - and opens the master/log/
      *   audit/suspense files, then loads the department reference
      *   table. transactions approved since the last run come in
      *   through the same sort - b100 feeds it, marking where each
      *   record came from.
       b000-open-files section.
       b010-sort-trans.
           sort SORT-FILE on ascending key SRT-TRN-EMPNO
                input procedure is b100-release-trans
                giving SORTED-TRANS.
       b015-scan-queue.
           perform b300-scan-queue.
       b020-open-files.
           open input SORTED-TRANS
                i-o EMPMST
                output MAINTLOG
                       PEND-OUT
                       APPR-OUT
                extend AUDIT-FILE
                       APPR-QUEUE.
       b030-write-log-hdrs.
           write log-file-rec from LOG-HEAD1
           write log-file-rec from LOG-COLHEAD.
       b099-exit.
           exit.

      *    the sort's input procedure - releases the raw
      *    transactions, last run's suspense and the approved
      *    transactions, each stamped with its source. an approval
      *    can only come from APPR-IN: the suspense file's
      *    TRN-APPROVED-BY is cleared here, and a raw transaction's
      *    is left for f021 to reject.
       b100-release-trans section.
       b110-open-inputs.
           open input TRANS-FILE
                      PEND-IN
                      APPR-IN.
       b120-release-keyed.
           set REL-NOT-EOF to true
           perform until REL-EOF
              read TRANS-FILE
                   at end
                      set REL-EOF to true
                   not at end
                      move RAW-TRN-REC to SRT-TRN-IMAGE
                      set SRT-FROM-KEYED to true
                      release SRT-TRN-REC
              end-read
           end-perform.
       b130-release-suspense.
           set REL-NOT-EOF to true
           perform until REL-EOF
              read PEND-IN
                   at end
                      set REL-EOF to true
                   not at end
                      move PND-IN-REC to SRT-TRN-IMAGE
                      move spaces to SRT-TRN-APPROVED-BY
                      set SRT-FROM-SUSPENSE to true
                      release SRT-TRN-REC
              end-read
           end-perform.
       b140-release-approved.
           set REL-NOT-EOF to true
           perform until REL-EOF
              read APPR-IN
                   at end
                      set REL-EOF to true
                   not at end
                      move APR-IN-REC to SRT-TRN-IMAGE
                      set SRT-FROM-APPROVED to true
                      release SRT-TRN-REC
              end-read
           end-perform.
       b150-close-inputs.
           close TRANS-FILE
                 PEND-IN
                 APPR-IN.
      *     *--------------------------------------------------------*
       b199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    loads the department reference file into WS-DREF-TBL so
      *    m000-lookup-trn-dept can check a transaction's department
      *    without re-reading DEPT-FILE per transaction.
      *     *--------------------------------------------------------*
       b249-exit.
           exit.

      *    reads the approval queue through for the last item number
      *    queued today, so a second run the same day numbers on
      *    from it rather than reusing a reference. the items
      *    emp-approve has decided today count as well - it carries
      *    them forward flagged for exactly this scan.
       b300-scan-queue section.
       b310-open-queue.
           open input APPR-QUEUE.
       b320-scan-loop.
           perform until APQ-EOF
              read APPR-QUEUE
                   at end
                      set APQ-EOF to true
                   not at end
                      perform b340-chk-one-queued
              end-read
           end-perform.
       b330-close-queue.
           close APPR-QUEUE.
      *     *--------------------------------------------------------*
       b399-exit.
           exit.

      *    one queued item - its own section since it is reached
      *    only via b320's read loop.
       b340-chk-one-queued section.
       b341-chk-seq.
           if APQ-QUEUE-DATE = WS-AUD-RUN-DTE
              and APQ-QUEUE-SEQ > WS-QUEUE-SEQ
              move APQ-QUEUE-SEQ to WS-QUEUE-SEQ
           end-if.
      *     *--------------------------------------------------------*
       b349-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section reads one SORTED-TRANS record, counting the
      *    transactions actually read so the MAINTLOG trailer can
       f099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    rejects a raw transaction keyed with an approver, holds a
      *    transaction whose effective date is still in the
      *    future, queues a sensitive transaction for approval,
      *    otherwise probes the master for the transaction's empno
      *    and routes the transaction by code and found/not-found.
      *    a zero, blank or unparseable effective date means
      *    effective immediately. the hold comes first, so a change
      *    keyed ahead of its date is queued for approval once it
      *    matures and the suspense file never carries an approval.
       f020-apply-one-trn section.
       f021-chk-keyed-approver.
           if TRN-FROM-KEYED and TRN-APPROVED-BY not = spaces
              move spaces to WS-REJ-REASON
              string 'APPROVER KEYED ON TRANSACTION' delimited by size
                     into WS-REJ-REASON
              end-string
              perform k000-write-rej-log
              go to f029-exit
           end-if.
       f022-chk-effective.
           if TRN-EFFDATE is numeric and TRN-EFFDATE not = zeroes
              move TRN-EFFDATE(5:4) to WS-EFFCMP-YYYY
              move TRN-EFFDATE(3:2) to WS-EFFCMP-MM
                 go to f029-exit
              end-if
           end-if.
       f023-chk-approval.
           perform q000-chk-approval
           if TRN-QUEUED
              go to f029-exit
           end-if.
       f024-probe-master.
           move TRN-EMPNO to IN-EMPNO
           read EMPMST
                invalid key
                not invalid key
                   set MST-ON-FILE to true
           end-read.
       f025-route-trn.
           evaluate true
              when TRN-ADD and MST-ON-FILE
                 move spaces to WS-REJ-REASON
      *    department check: a failing update is rejected and the
      *    master left untouched (nothing is rewritten). its own
      *    section - reached only via an explicit perform from
      *    f025's dispatch.
       h000-apply-update section.
       h010-chk-trn-dept.
           perform m000-lookup-trn-dept
              move 'UPDATED   ' to LOG-ACTION
              move MST-EMPNO    to LOG-EMPNO
              move spaces       to LOG-REASON
      *       a salary change effective before today - f022 has the
      *       effective date rearranged in WS-EFF-CMP-DTE - leaves
      *       months paid at the old rate for emp-payroll to make up.
              if TRN-EFFDATE is numeric and TRN-EFFDATE not = zeroes
                 and WS-EFF-CMP-DTE < WS-TDY-DTE
                 and WS-MST-REC(70:9) not = WS-SAV-MST-REC(70:9)
                 move 'BACKDATED - ARREARS DUE' to LOG-REASON
              end-if
              if LOG-REASON = spaces and TRN-APPROVED-BY not = spaces
                 string 'APPROVED BY ' delimited by size
                        TRN-APPROVED-BY delimited by size
                        into LOG-REASON
                 end-string
              end-if
              add +1 to WS-UPD-REC-CNT
              write log-file-rec from LOG-LINE
              move 'U'            to AUD-TRN-CODE
      *    the empno is not on the master - validate the add and
      *    write a brand new active record. a duplicate add later in
      *    the same run finds this record on its own probe and is
      *    rejected by f025's dispatch.
       i000-apply-add section.
       i010-chk-add.
           perform m000-lookup-trn-dept
           move 'ADDED     ' to LOG-ACTION
           move MST-EMPNO    to LOG-EMPNO
           move spaces       to LOG-REASON
           if TRN-APPROVED-BY not = spaces
              string 'APPROVED BY ' delimited by size
                     TRN-APPROVED-BY delimited by size
                     into LOG-REASON
              end-string
           end-if
           add +1 to WS-ADD-REC-CNT
           write log-file-rec from LOG-LINE
           move 'A'        to AUD-TRN-CODE
       p099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    stamps the run date, the transaction's effective date
      *    (the run date when it carries none) and its approver
      *    (spaces when it needed none) on the audit record
      *    the caller has already filled (transaction code and
      *    before/after images) and writes it to the accumulating
      *    audit trail. its own
      *    section - reached only by explicit performs from the
      *    add/update/deactivate apply paths.
       o000-write-audit section.
       o010-write-audit-rec.
           move WS-AUD-RUN-DTE to AUD-RUN-DATE
           if TRN-EFFDATE is numeric and TRN-EFFDATE not = zeroes
              move TRN-EFFDATE to AUD-EFF-DATE
           else
              move WS-AUD-RUN-DTE to AUD-EFF-DATE
           end-if
           move TRN-APPROVED-BY to AUD-APPROVED-BY
           write AUD-AUDITREC.
      *     *--------------------------------------------------------*
       o099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    decides whether a transaction not yet approved needs a
      *    second person - an update carrying bank details, an
      *    update moving the salary more than WS-APPR-PCT percent
      *    either way (any change from a zero salary), or an add
      *    paid above WS-APPR-AMT - and if so writes it to the
      *    approval queue and logs it QUEUED. a transaction that
      *    will reject anyway (an add already on file, an update not
      *    on file) is left for f025's dispatch to reject. only a
      *    transaction that came in on APPR-IN counts as approved. its
      *    own section - reached only via f023.
       q000-chk-approval section.
       q010-chk-approved.
           set TRN-NOT-QUEUED to true
           if TRN-FROM-APPROVED and TRN-APPROVED-BY not = spaces
              go to q099-exit
           end-if
           if not TRN-ADD and not TRN-UPDATE
              go to q099-exit
           end-if
           if TRN-KEYED-BY = spaces
              move WS-OPER-ID to TRN-KEYED-BY
           end-if
           move spaces to WS-APPR-REASON
           move zeroes to WS-APPR-OLD-SAL
           move spaces to WS-APPR-OLD-IBAN
           move spaces to WS-APPR-OLD-BIC
           move TRN-EMPNO to IN-EMPNO
           read EMPMST
                invalid key
                   set MST-NOT-ON-FILE to true
                not invalid key
                   set MST-ON-FILE to true
           end-read.
       q020-chk-add.
           if TRN-ADD
              if MST-NOT-ON-FILE
                 and TRN-SALARY is numeric
                 and TRN-SALARY > WS-APPR-AMT
                 move 'ADD SALARY OVER THRESHOLD' to WS-APPR-REASON
              end-if
              go to q040-queue-trn
           end-if
           if MST-NOT-ON-FILE
              go to q099-exit
           end-if.
       q030-chk-update.
           move in-salary to WS-APPR-OLD-SAL
           move in-iban   to WS-APPR-OLD-IBAN
           move in-bic    to WS-APPR-OLD-BIC
           if TRN-IBAN not = spaces or TRN-BIC not = spaces
              move 'BANK DETAILS CHANGE' to WS-APPR-REASON
           end-if
           if TRN-SALARY is numeric and TRN-SALARY not = zeroes
              and TRN-SALARY not = in-salary
              if TRN-SALARY > in-salary
                 compute WS-APPR-DIFF = TRN-SALARY - in-salary
              else
                 compute WS-APPR-DIFF = in-salary - TRN-SALARY
              end-if
              if in-salary = zeroes
                 move 999 to WS-APPR-CHG-PCT
              else
                 compute WS-APPR-CHG-PCT rounded =
                         WS-APPR-DIFF * 100 / in-salary
              end-if
              if WS-APPR-CHG-PCT > WS-APPR-PCT
                 if WS-APPR-REASON = spaces
                    move 'SALARY CHANGE OVER LIMIT' to WS-APPR-REASON
                 else
                    move 'BANK AND SALARY CHANGE' to WS-APPR-REASON
                 end-if
              end-if
           end-if.
       q040-queue-trn.
           if WS-APPR-REASON = spaces
              go to q099-exit
           end-if
           add 1 to WS-QUEUE-SEQ
           move spaces          to APQ-QUEUEREC
           move WS-AUD-RUN-DTE  to APQ-QUEUE-DATE
           move WS-QUEUE-SEQ    to APQ-QUEUE-SEQ
           move WS-APPR-REASON  to APQ-REASON
           move WS-APPR-OLD-SAL to APQ-OLD-SALARY
           move TRN-REC         to APQ-TRN-IMAGE
           move WS-APPR-OLD-IBAN to APQ-OLD-IBAN
           move WS-APPR-OLD-BIC  to APQ-OLD-BIC
           write APQ-QUEUEREC
           set TRN-QUEUED to true
           move 'QUEUED    ' to LOG-ACTION
           move TRN-EMPNO    to LOG-EMPNO
           move WS-APPR-REASON to LOG-REASON
           add +1 to WS-HELD-REC-CNT
           add +1 to WS-QUEUED-CNT
           write log-file-rec from LOG-LINE.
      *     *--------------------------------------------------------*
       q099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the run totals trailer to MAINTLOG so
      *    operations can confirm a clean run: transactions read must
      *    equal added + updated + deactivated + rejected + held.
              move 'RECONCILIATION ERROR' to MTL-MSG
           end-if.
       j020-write-totals.
           write log-file-rec from MAINT-TRL-LINE
           if WS-QUEUED-CNT > 0
              display 'Transactions queued for approval - ',
                      WS-QUEUED-CNT
           end-if.
      *     *--------------------------------------------------------*
       j099-exit.
           exit.
                 EMPMST
                 MAINTLOG
                 PEND-OUT
                 APPR-OUT
                 AUDIT-FILE
                 APPR-QUEUE.

       x099-exit.
           exit.
