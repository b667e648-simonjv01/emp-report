       identification division.
         program-id. emp-approve.
         author. Simon Vargas.
         date-written. October 15, 2026.

      *
      *--------------------------------------------------------*
      * proj: section 15.4 - Employee Report Program (companion)
      * desc: Second-person approval run for the sensitive changes
      *       emp-maint holds on the approval queue (bank-detail
      *       updates, large salary updates and high-salary adds -
      *       see approval.cpy). The approver keys one decision per
      *       queued item on the decision file - the item's queue
      *       date and number, A to approve or R to reject, and an
      *       optional remark - and runs this program under their
      *       own OPERID. An approved transaction is written to the
      *       approved transaction file with TRN-APPROVED-BY filled,
      *       for the next emp-maint run to apply (and carry the
      *       approver onto the audit record); a rejected one is
      *       dropped. A decision on an item the approver keyed
      *       themselves is refused and the item stays queued, as
      *       does every item with no decision, so the queue carries
      *       forward less only what was decided. Everything is
      *       listed on the approval register - run with an empty
      *       decision file it lists the queue for review. An item
      *       carrying bank details gets a second register line
      *       with the master's IBAN/BIC as they stood when it was
      *       queued against the new ones, so the approver sees
      *       what they are approving. A decided item queued today
      *       stays on the queue flagged APQ-DECIDED, so emp-maint
      *       never reissues its number and a decision file rerun
      *       later the same day cannot match a new item - it is
      *       skipped here and dropped by the first run on a later
      *       day.
      *    Files:
      *          *APPR-QUEUE    - Approval queue emp-maint extends
      *                           (APQDD)
      *          *DECISION-FILE - The approver's decisions (APDDD)
      *          *QUEUE-OUT     - Queue less the items decided,
      *                           bar today's, kept flagged
      *                           (APQODD) - becomes the APQDD
      *                           emp-maint extends
      *          *APPR-OUT      - Approved transactions (APTDD,
      *                           extend - the empty APTODD
      *                           generation the emp-maint run that
      *                           applies them writes becomes the
      *                           next APTDD)
      *          *APPR-RPT      - Approval register (APRDD)
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *   2026-10-15  SV  Initial version - approve/reject of the
      *                   approval queue by a second user, approved
      *                   transactions back to emp-maint, approval
      *                   register.
      *   2026-10-15  SV  Review fixes: APTDD is no longer emptied by
      *                   emp-maint - it rolls to the APTODD
      *                   generation emp-maint writes.
      *   2026-10-15  SV  Review fixes: the register shows the old and
      *                   new IBAN/BIC of a bank-detail change on a
      *                   second line. Items decided today are
      *                   carried forward flagged instead of dropped,
      *                   so their numbers are not reissued; the
      *                   queue record is now 315 bytes.
      *--------------------------------------------------------*

       environment division.
       input-output section.
       file-control.
      * file-names below are DD-names resolved from the environment
      * at run time, same convention the other programs use.
      * OPTIONAL - nothing may have been queued yet.
           select optional APPR-QUEUE assign to 'APQDD'
               organization is line sequential
               file status is WS-QFILE-ST.

           select DECISION-FILE assign to 'APDDD'
               organization is line sequential
               file status is WS-DFILE-ST.

           select QUEUE-OUT assign to 'APQODD'
               organization is line sequential
               file status is WS-OFILE-ST.

      * extend, so two approval runs between maintenance runs
      * both reach emp-maint.
           select optional APPR-OUT assign to 'APTDD'
               organization is line sequential
               file status is WS-TFILE-ST.

           select APPR-RPT assign to 'APRDD'
               organization is line sequential
               file status is WS-RFILE-ST.

       data division.
       file section.
       fd  APPR-QUEUE.
           copy approval.

      * one decision per queued item, keyed by the approver.
       fd  DECISION-FILE.
       01  APD-DECISION-REC.
           05  APD-QUEUE-DATE        PIC 9(08).
           05  APD-QUEUE-SEQ         PIC 9(03).
           05  APD-DECISION          PIC X(01).
               88  APD-APPROVE               VALUE 'A'.
               88  APD-REJECT                VALUE 'R'.
           05  APD-REMARK            PIC X(24).
           05  FILLER                PIC X(04).

       fd  QUEUE-OUT.
       01  queue-out-rec             pic x(315).

       fd  APPR-OUT.
       01  apt-out-rec               pic x(217).

       fd  APPR-RPT.
       01  apr-rpt-rec               pic x(132).

       working-storage section.

       01  ws-switch.
           05 WS-APQ-EOF-SW          PIC X(01) VALUE 'N'.
              88 APQ-EOF                       VALUE 'Y'.
              88 APQ-NOT-EOF                   VALUE 'N'.
           05 WS-DCN-EOF-SW          PIC X(01) VALUE 'N'.
              88 DCN-EOF                       VALUE 'Y'.
              88 DCN-NOT-EOF                   VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 WS-QFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-DFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-OFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-TFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-RFILE-ST            PIC 9(02) VALUE ZEROES.
      * the approver - no OPERID, no run, since the whole point is
      * knowing who approved.
           05 WS-OPER-ID             PIC X(08) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-APPROVED-CNT        PIC 9(05) VALUE ZEROES.
           05 WS-REJECTED-CNT        PIC 9(05) VALUE ZEROES.
           05 WS-SAME-USER-CNT       PIC 9(05) VALUE ZEROES.
           05 WS-STILL-QUEUED-CNT    PIC 9(05) VALUE ZEROES.
           05 WS-NOT-QUEUED-CNT      PIC 9(05) VALUE ZEROES.
           05 WS-INVALID-CNT         PIC 9(05) VALUE ZEROES.

       01  WS-TEMP-DATE.
           05 WS-TDY-DTE PIC 9(08).
           05 THIS REDEFINES WS-TDY-DTE.
              10 WS-TDYDTE-YYYY       PIC 9(04).
              10 WS-TDYDTE-MM         PIC 9(02).
              10 WS-TDYDTE-DD         PIC 9(02).
      * the same date DDMMYYYY, the byte order of APQ-QUEUE-DATE -
      * only an item queued today is carried forward once decided.
           05 WS-RUN-DTE             PIC 9(08) VALUE ZEROES.

      * the decisions, loaded whole at startup and looked up per
      * queued item by m000-find-decision - a decision still
      * unused once the queue has been read is for an item not on
      * it.
       01  WS-DECISIONS.
           05 WS-DCN-CNT             PIC 9(03) VALUE ZEROES.
           05 WS-DCN-TBL OCCURS 500 TIMES.
              10 DCN-QUEUE-DATE       PIC 9(08).
              10 DCN-QUEUE-SEQ        PIC 9(03).
              10 DCN-DECISION         PIC X(01).
              10 DCN-REMARK           PIC X(24).
              10 DCN-USED-SW          PIC X(01).
           05 WS-DCN-IDX             PIC 9(03) VALUE ZEROES.
           05 WS-FOUND-DCN-IDX       PIC 9(03) VALUE ZEROES.
           05 WS-LKP-QUEUE-DATE      PIC 9(08) VALUE ZEROES.
           05 WS-LKP-QUEUE-SEQ       PIC 9(03) VALUE ZEROES.

      * the queued transaction, staged from APQ-TRN-IMAGE - the same
      * 217-byte layout emp-maint's SORTED-TRANS carries.
       01  TRN-REC.
           05  TRN-CODE              PIC X(01).
               88  TRN-ADD                   VALUE 'A'.
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

       01  WS-EDIT-VALS.
           05 WS-ED-AMT              PIC ZZZZZZ9.99.

       01  APR-HEAD1.
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(32)
                        VALUE 'TRANSACTION APPROVAL REGISTER'.
           05 FILLER                 PIC X(09) VALUE 'APPROVER '.
           05 AHD-OPER-ID            PIC X(08) VALUE SPACES.
           05 FILLER                 PIC X(33) VALUE SPACES.
           05 AHD-DTE.
              10 AHD-DTE-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 AHD-DTE-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 AHD-DTE-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  APR-COLHEAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'QUEUE REF'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE 'EMPNO'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE 'CODE'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'KEYED BY'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(26) VALUE 'REASON'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'OLD SALARY'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'NEW SALARY'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'ACTION'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(24) VALUE 'REMARK'.
           05 FILLER                 PIC X(02) VALUE SPACES.

      * one line per queued item and per decision that could not
      * be used - the reference is the queue date and item number
      * the approver keys.
       01  APR-DTL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ADL-REF.
              10 ADL-REF-DTE          PIC X(08).
              10 ADL-REF-SEP          PIC X(01).
              10 ADL-REF-SEQ          PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADL-EMPNO              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADL-CODE               PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADL-KEYED-BY           PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADL-REASON             PIC X(26).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADL-OLD-SAL            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADL-NEW-SAL            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADL-ACTION             PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ADL-REMARK             PIC X(24).
           05 FILLER                 PIC X(02) VALUE SPACES.

      * the second line of an item carrying bank details - the
      * master's as they stood when it was queued, and the new.
       01  APR-BANK-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'OLD IBAN/BIC '.
           05 ABL-OLD-IBAN           PIC X(34).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ABL-OLD-BIC            PIC X(11).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'NEW IBAN/BIC '.
           05 ABL-NEW-IBAN           PIC X(34).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ABL-NEW-BIC            PIC X(11).
           05 FILLER                 PIC X(08) VALUE SPACES.

       01  APR-NONE-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(30)
                        VALUE 'NOTHING ON THE APPROVAL QUEUE'.
           05 FILLER                 PIC X(98) VALUE SPACES.

       01  APR-TRL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'APPROVED='.
           05 ATL-APPROVED-COUNT     PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE 'REJECTED='.
           05 ATL-REJECTED-COUNT     PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'SAME USER='.
           05 ATL-SAME-USER-COUNT    PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'STILL QUEUED='.
           05 ATL-QUEUED-COUNT       PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'NOT ON QUEUE='.
           05 ATL-NOT-QUEUED-COUNT   PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'INVALID='.
           05 ATL-INVALID-COUNT      PIC ZZZZ9.
           05 FILLER                 PIC X(26) VALUE SPACES.

      * parameter area for the emp-runctl run-control subprogram.
           copy runctl.

       procedure division.
       declaratives
       decl-apprqueue section.
           use after error procedure on APPR-QUEUE.
       apprqueue-error.
           display 'Approval queue file error - ', WS-QFILE-ST.

       decl-decisionfile section.
           use after error procedure on DECISION-FILE.
       decisionfile-error.
           display 'Approval decision file error - ', WS-DFILE-ST.

       decl-queueout section.
           use after error procedure on QUEUE-OUT.
       queueout-error.
           display 'Approval queue output file error - ', WS-OFILE-ST.

       decl-approut section.
           use after error procedure on APPR-OUT.
       approut-error.
           display 'Approved transaction file error - ', WS-TFILE-ST.

       decl-apprrpt section.
           use after error procedure on APPR-RPT.
       apprrpt-error.
           display 'Approval register file error - ', WS-RFILE-ST.
       end declaratives.

      * Core business logic of the program.
       0000-core-business-logic.
           perform a000-init-vals
           perform b000-open-files
           perform c000-proc-queue
           perform d000-chk-unused
           perform g000-prnt-totals
           perform v900-write-run-ctl
           perform x000-clse-file
           stop run.
      *     *--------------------------------------------------------*
      *   This section picks up today's date and the approver -
      *   no OPERID, no run.
       a000-init-vals section.
       a010-init-tmp-vals.
           initialize ws-counters
           accept WS-TDY-DTE from date yyyymmdd
           move WS-TDYDTE-DD   to WS-RUN-DTE(1:2)
           move WS-TDYDTE-MM   to WS-RUN-DTE(3:2)
           move WS-TDYDTE-YYYY to WS-RUN-DTE(5:4).
       a020-get-oper-id.
           accept WS-OPER-ID from environment 'OPERID'
           if WS-OPER-ID = spaces
              display 'OPERID not set - the approval run must be ',
                      'made under the approver''s own user ID'
              stop run
           end-if.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
      *     *--------------------------------------------------------*
      *   This section opens the files, writes the register headers
      *   and loads the decisions.
       b000-open-files section.
       b010-open-files.
           open input APPR-QUEUE
                      DECISION-FILE
                output QUEUE-OUT
                       APPR-RPT
                extend APPR-OUT.
       b020-write-hdrs.
           move WS-OPER-ID     to AHD-OPER-ID
           move WS-TDYDTE-DD   to AHD-DTE-DD
           move WS-TDYDTE-MM   to AHD-DTE-MM
           move WS-TDYDTE-YYYY to AHD-DTE-YYYY
           write apr-rpt-rec from APR-HEAD1
           write apr-rpt-rec from APR-COLHEAD.
       b030-load-decisions.
           perform until DCN-EOF
              read DECISION-FILE
                   at end
                      set DCN-EOF to true
                   not at end
                      perform b100-load-one-decision
              end-read
           end-perform.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    files one decision into the table - a malformed decision
      *    or a second decision on the same item is listed and not
      *    loaded. its own section since it is reached only via
      *    b030's read loop.
       b100-load-one-decision section.
       b110-chk-decision.
           move spaces to APR-DTL-LINE
           move APD-QUEUE-DATE to ADL-REF-DTE
           move '-'            to ADL-REF-SEP
           move APD-QUEUE-SEQ  to ADL-REF-SEQ
           if APD-QUEUE-DATE is not numeric
              or APD-QUEUE-SEQ is not numeric
              or not (APD-APPROVE or APD-REJECT)
              move 'INVALID'   to ADL-ACTION
              move 'DECISION MUST BE A OR R' to ADL-REMARK
              write apr-rpt-rec from APR-DTL-LINE
              add +1 to WS-INVALID-CNT
              go to b199-exit
           end-if
           move APD-QUEUE-DATE to WS-LKP-QUEUE-DATE
           move APD-QUEUE-SEQ  to WS-LKP-QUEUE-SEQ
           perform m000-find-decision
           if WS-FOUND-DCN-IDX > 0
              move 'INVALID'   to ADL-ACTION
              move 'SECOND DECISION ON ITEM' to ADL-REMARK
              write apr-rpt-rec from APR-DTL-LINE
              add +1 to WS-INVALID-CNT
              go to b199-exit
           end-if
           if WS-DCN-CNT not < 500
              display 'Decision table full - ', APD-QUEUE-DATE, '-',
                      APD-QUEUE-SEQ
              go to b199-exit
           end-if.
       b120-file-decision.
           add 1 to WS-DCN-CNT
           move APD-QUEUE-DATE to DCN-QUEUE-DATE(WS-DCN-CNT)
           move APD-QUEUE-SEQ  to DCN-QUEUE-SEQ(WS-DCN-CNT)
           move APD-DECISION   to DCN-DECISION(WS-DCN-CNT)
           move APD-REMARK     to DCN-REMARK(WS-DCN-CNT)
           move 'N'            to DCN-USED-SW(WS-DCN-CNT).
      *     *--------------------------------------------------------*
       b199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    reads the queue through - each item is approved, rejected
      *    or carried forward.
       c000-proc-queue section.
       c010-read-loop.
           perform until APQ-EOF
              read APPR-QUEUE
                   at end
                      set APQ-EOF to true
                   not at end
                      perform c100-proc-one-item
              end-read
           end-perform.
       c020-chk-none.
           if WS-APPROVED-CNT = 0 and WS-REJECTED-CNT = 0
              and WS-SAME-USER-CNT = 0 and WS-STILL-QUEUED-CNT = 0
              write apr-rpt-rec from APR-NONE-LINE
           end-if.
      *     *--------------------------------------------------------*
       c099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one queued item against its decision. its own section
      *    since it is reached only via c010's read loop. an item
      *    already decided is not looked at again - kept while its
      *    queue date is today, for emp-maint's numbering, and
      *    dropped after.
       c100-proc-one-item section.
       c105-chk-decided.
           if APQ-DECIDED
              if APQ-QUEUE-DATE = WS-RUN-DTE
                 write queue-out-rec from APQ-QUEUEREC
              end-if
              go to c199-exit
           end-if.
       c110-move-item.
           move APQ-TRN-IMAGE to TRN-REC
           move spaces to APR-DTL-LINE
           move APQ-QUEUE-DATE to ADL-REF-DTE
           move '-'            to ADL-REF-SEP
           move APQ-QUEUE-SEQ  to ADL-REF-SEQ
           move TRN-EMPNO      to ADL-EMPNO
           move TRN-CODE       to ADL-CODE
           move TRN-KEYED-BY   to ADL-KEYED-BY
           move APQ-REASON     to ADL-REASON
           if not TRN-ADD
              move APQ-OLD-SALARY to WS-ED-AMT
              move WS-ED-AMT      to ADL-OLD-SAL
           end-if
           if TRN-SALARY is numeric and TRN-SALARY not = zeroes
              move TRN-SALARY to WS-ED-AMT
              move WS-ED-AMT  to ADL-NEW-SAL
           end-if.
       c120-find-decision.
           move APQ-QUEUE-DATE to WS-LKP-QUEUE-DATE
           move APQ-QUEUE-SEQ  to WS-LKP-QUEUE-SEQ
           perform m000-find-decision
           if WS-FOUND-DCN-IDX = 0
              move 'PENDING'   to ADL-ACTION
              write queue-out-rec from APQ-QUEUEREC
              add +1 to WS-STILL-QUEUED-CNT
              go to c130-write-line
           end-if
           move 'Y' to DCN-USED-SW(WS-FOUND-DCN-IDX)
           move DCN-REMARK(WS-FOUND-DCN-IDX) to ADL-REMARK
      *    the segregation rule itself - nobody approves or rejects
      *    their own keying; the item waits for someone else.
           if TRN-KEYED-BY = WS-OPER-ID
              move 'SAME USER' to ADL-ACTION
              move 'KEYED BY THE APPROVER' to ADL-REMARK
              write queue-out-rec from APQ-QUEUEREC
              add +1 to WS-SAME-USER-CNT
              add +1 to WS-STILL-QUEUED-CNT
              go to c130-write-line
           end-if
           if DCN-DECISION(WS-FOUND-DCN-IDX) = 'A'
              move WS-OPER-ID to TRN-APPROVED-BY
              write apt-out-rec from TRN-REC
              move 'APPROVED'  to ADL-ACTION
              add +1 to WS-APPROVED-CNT
           else
              move 'REJECTED'  to ADL-ACTION
              add +1 to WS-REJECTED-CNT
           end-if
           if APQ-QUEUE-DATE = WS-RUN-DTE
              set APQ-DECIDED to true
              write queue-out-rec from APQ-QUEUEREC
           end-if.
       c130-write-line.
           write apr-rpt-rec from APR-DTL-LINE
           if TRN-IBAN not = spaces or TRN-BIC not = spaces
              move spaces        to ABL-OLD-IBAN ABL-OLD-BIC
              if not TRN-ADD
                 move APQ-OLD-IBAN to ABL-OLD-IBAN
                 move APQ-OLD-BIC  to ABL-OLD-BIC
              end-if
              move TRN-IBAN      to ABL-NEW-IBAN
              move TRN-BIC       to ABL-NEW-BIC
              write apr-rpt-rec from APR-BANK-LINE
           end-if.
      *     *--------------------------------------------------------*
       c199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    lists every decision that matched nothing on the queue -
      *    mis-keyed, or decided already by an earlier run (an item
      *    decided today is still on the queue, but flagged and not
      *    matched again).
       d000-chk-unused section.
       d010-scan-decisions.
           perform d050-chk-one-decision
               varying WS-DCN-IDX from 1 by 1
               until WS-DCN-IDX > WS-DCN-CNT.
      *     *--------------------------------------------------------*
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by d010's PERFORM VARYING.
       d050-chk-one-decision section.
       d051-chk-used.
           if DCN-USED-SW(WS-DCN-IDX) = 'N'
              move spaces to APR-DTL-LINE
              move DCN-QUEUE-DATE(WS-DCN-IDX) to ADL-REF-DTE
              move '-'                        to ADL-REF-SEP
              move DCN-QUEUE-SEQ(WS-DCN-IDX)  to ADL-REF-SEQ
              move 'NOT QUEUED' to ADL-ACTION
              move 'NO SUCH ITEM ON THE QUEUE' to ADL-REMARK
              write apr-rpt-rec from APR-DTL-LINE
              add +1 to WS-NOT-QUEUED-CNT
           end-if.
      *     *--------------------------------------------------------*
       d059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the register trailer.
       g000-prnt-totals section.
       g010-write-trailer.
           move WS-APPROVED-CNT     to ATL-APPROVED-COUNT
           move WS-REJECTED-CNT     to ATL-REJECTED-COUNT
           move WS-SAME-USER-CNT    to ATL-SAME-USER-COUNT
           move WS-STILL-QUEUED-CNT to ATL-QUEUED-COUNT
           move WS-NOT-QUEUED-CNT   to ATL-NOT-QUEUED-COUNT
           move WS-INVALID-CNT      to ATL-INVALID-COUNT
           move spaces to apr-rpt-rec
           write apr-rpt-rec
           write apr-rpt-rec from APR-TRL-LINE
           display 'Approval run - approved ', WS-APPROVED-CNT,
                   ', rejected ', WS-REJECTED-CNT,
                   ', still queued ', WS-STILL-QUEUED-CNT.
      *     *--------------------------------------------------------*
       g099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-DCN-TBL for the queue reference in
      *    WS-LKP-QUEUE-DATE/SEQ - WS-FOUND-DCN-IDX comes back zero
      *    when there is no decision for it.
       m000-find-decision section.
       m010-init-scan.
           move 0 to WS-FOUND-DCN-IDX.
       m020-scan-dcn-tbl.
           perform m050-chk-one-dcn-slot
               varying WS-DCN-IDX from 1 by 1
               until WS-DCN-IDX > WS-DCN-CNT
                  or WS-FOUND-DCN-IDX > 0.
      *     *--------------------------------------------------------*
       m099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by m020's PERFORM VARYING.
       m050-chk-one-dcn-slot section.
       m051-chk-slot.
           if DCN-QUEUE-DATE(WS-DCN-IDX) = WS-LKP-QUEUE-DATE
              and DCN-QUEUE-SEQ(WS-DCN-IDX) = WS-LKP-QUEUE-SEQ
              move WS-DCN-IDX to WS-FOUND-DCN-IDX
           end-if.
      *     *--------------------------------------------------------*
       m059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    records the run on the shared run-control file with the
      *    number of transactions approved.
       v900-write-run-ctl section.
       v910-write-run-ctl.
           move 'W' to RCT-FUNC
           move 'emp-approve' to RCT-PROGRAM
           move WS-APPROVED-CNT to RCT-REC-CNT
           move 'COMPLETE' to RCT-OUTCOME
           call 'emp-runctl' using RCT-CTL-AREA.
      *     *--------------------------------------------------------*
       v999-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section closes the files used by the program.
       x000-clse-file section.
       x010-close-files.
           close APPR-QUEUE
                 DECISION-FILE
                 QUEUE-OUT
                 APPR-OUT
                 APPR-RPT.

       x099-exit.
           exit.
