      *       RUNCTL parameter area (see runctl.cpy): a W call
      *       appends the caller's completion record (run date,
      *       program, record count, outcome) to the shared
      *       run-control file, and the check calls scan the
      *       file before a run is allowed to start -
      *         L  emp-load may only rebuild the indexed master
      *            once emp-verify's latest verdict on file for
      *         R  emp-payroll/emp-report may not start while the
      *            maintenance cycle is recorded as started today
      *            (an emp-maint completion record) but not yet
      *            verified PROMOTE;
      *         U  the bank upload may only go once emp-payvar's
      *            latest verdict for today is PASS - a HOLD, no
      *            verdict at all, or a payroll rerun completed
      *            after the verdict refuses it;
      *         S  emp-payroll may only start once emp-sweep's
      *            latest consistency sweep today is CLEAN - an
      *            EXCEPTIONS outcome, no sweep at all, or a
      *            maintenance run (emp-maint/emp-purge) completed
      *            after the sweep refuses it;
      *         M  emp-maint may not start once an emp-payroll run
      *            has completed today - the payroll's arrears
      *            window closed on today's date and the next one
      *            opens the day after, so a backdated salary change
      *            posted now would be paid no arrears at all.
      *       A P call is a lookup rather than a check - it hands
      *       back the last date before today the named program
      *       completed, so emp-payroll knows where its previous
      *       run left off. An A call is the other lookup - it
      *       hands back the master records emp-purge has archived
      *       today since emp-verify last gave a verdict, the
      *       number emp-verify expects to find missing from the
      *       new snapshot. An emp-purge completion counts as the
      *       maintenance cycle started, the same as emp-maint's,
      *       since it deletes from the master in place.
      *       A refusal comes back with the reason text for the
      *       console. For a genuine rerun the operator sets the
      *       RUNOVRD environment variable to Y - the override is
      *   2026-09-02  SV  Initial version - completion-record
      *                   writes and the load/reporting sequence
      *                   checks with the RUNOVRD console override.
      *   2026-10-15  SV  Added the P last-run lookup - returns the
      *                   latest completion date before today for
      *                   the calling program in the new
      *                   RCT-LAST-RUN-DATE, so emp-payroll can pick
      *                   up the backdated salary changes keyed since
      *                   its previous run for arrears.
      *   2026-10-15  SV  Added the U bank upload check for the new
      *                   emp-bnkrel release step - refused unless
      *                   the new emp-payvar's latest verdict today
      *                   is PASS (a later emp-payroll completion
      *                   voids an earlier verdict). RUNOVRD=Y
      *                   overrides a HOLD as for the other checks.
      *   2026-10-15  SV  Added the A purge-count lookup for
      *                   emp-verify, and an emp-purge completion
      *                   now marks the maintenance cycle started
      *                   for the R check.
      *   2026-10-15  SV  Added the S payroll check for the new
      *                   emp-sweep consistency sweep - refused
      *                   unless today's latest sweep is CLEAN (a
      *                   later maintenance run voids it).
      *   2026-10-15  SV  Added the M maintenance check - emp-maint is
      *                   refused once today's payroll has completed,
      *                   so no change falls between two payrolls'
      *                   arrears windows.
      *--------------------------------------------------------*

       environment division.
           05 WS-MAINT-TODAY-SW      PIC X(01) VALUE 'N'.
              88 MAINT-RAN-TODAY               VALUE 'Y'.
              88 MAINT-NOT-TODAY               VALUE 'N'.
           05 WS-PAYROLL-TODAY-SW    PIC X(01) VALUE 'N'.
              88 PAYROLL-RAN-TODAY             VALUE 'Y'.
              88 PAYROLL-NOT-TODAY             VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 WS-CFILE-ST            PIC 9(02) VALUE ZEROES.
              10 WS-TDYDTE-MM         PIC 9(02).
              10 WS-TDYDTE-DD         PIC 9(02).
           05 WS-RUN-DTE             PIC 9(08) VALUE ZEROES.
      * a run-control record's DDMMYYYY date rearranged YYYYMMDD so
      * it compares straight against WS-TDY-DTE, and the latest one
      * the last-run lookup has found so far.
           05 WS-RCF-CMP-DTE         PIC 9(08) VALUE ZEROES.
           05 THIS REDEFINES WS-RCF-CMP-DTE.
              10 WS-RCFCMP-YYYY       PIC 9(04).
              10 WS-RCFCMP-MM         PIC 9(02).
              10 WS-RCFCMP-DD         PIC 9(02).
           05 WS-LAST-CMP-DTE        PIC 9(08) VALUE ZEROES.
           05 THIS REDEFINES WS-LAST-CMP-DTE.
              10 WS-LASTCMP-YYYY      PIC 9(04).
              10 WS-LASTCMP-MM        PIC 9(02).
              10 WS-LASTCMP-DD        PIC 9(02).

      * what the scan found for today - whether emp-maint completed
      * a run, and emp-verify's latest verdict (a rerun's verdict
      * overrides an earlier one, so last wins).
       01  WS-SCAN-VALS.
           05 WS-VERIFY-OUTCOME      PIC X(14) VALUE SPACES.
      * emp-payvar's latest verdict today - cleared again by any
      * emp-payroll completion filed after it, since a rerun's
      * figures have not been compared.
           05 WS-PAYVAR-OUTCOME      PIC X(14) VALUE SPACES.
      * master records emp-purge archived today since emp-verify's
      * latest verdict - a verdict closes the cycle it checked, so
      * it starts the count again for the next one.
           05 WS-PURGE-CNT           PIC 9(05) VALUE ZEROES.
      * emp-sweep's latest outcome today - cleared again by any
      * emp-maint/emp-purge completion filed after it, since the
      * master has changed under the sweep.
           05 WS-SWEEP-OUTCOME       PIC X(14) VALUE SPACES.

      * the documented operator override for genuine reruns.
       01  WS-OVERRIDE-VALS.
              when RCT-FUNC-CHK-REPORT
                 perform c000-scan-run-ctl
                 perform f000-chk-report
              when RCT-FUNC-CHK-UPLOAD
                 perform c000-scan-run-ctl
                 perform h000-chk-upload
              when RCT-FUNC-CHK-SWEEP
                 perform c000-scan-run-ctl
                 perform j000-chk-sweep
              when RCT-FUNC-CHK-MAINT
                 perform c000-scan-run-ctl
                 perform k000-chk-maint
              when RCT-FUNC-LAST-RUN
                 perform c000-scan-run-ctl
                 perform g000-ret-last-run
              when RCT-FUNC-PURGE-CNT
                 perform c000-scan-run-ctl
                 perform i000-ret-purge-cnt
              when other
                 set RCT-REFUSED to true
                 move 'INVALID RUN-CONTROL FUNCTION' to RCT-REASON
           move spaces to RCT-REASON
           set CTL-NOT-EOF to true
           set MAINT-NOT-TODAY to true
           set PAYROLL-NOT-TODAY to true
           move spaces to WS-VERIFY-OUTCOME
           move spaces to WS-PAYVAR-OUTCOME
           move zeroes to WS-PURGE-CNT
           move spaces to WS-SWEEP-OUTCOME
           move zeroes to WS-LAST-CMP-DTE
           move zeroes to RCT-LAST-RUN-DATE
           accept WS-RUNOVRD-ENV from environment 'RUNOVRD'.
      *     *--------------------------------------------------------*
       a099-exit.
           if RCF-RUN-DATE = WS-RUN-DTE
              if RCF-PROGRAM = 'emp-maint'
                 set MAINT-RAN-TODAY to true
                 move spaces to WS-SWEEP-OUTCOME
              end-if
              if RCF-PROGRAM = 'emp-purge'
                 set MAINT-RAN-TODAY to true
                 add RCF-REC-CNT to WS-PURGE-CNT
                 move spaces to WS-SWEEP-OUTCOME
              end-if
              if RCF-PROGRAM = 'emp-sweep'
                 move RCF-OUTCOME to WS-SWEEP-OUTCOME
              end-if
              if RCF-PROGRAM = 'emp-verify'
                 move RCF-OUTCOME to WS-VERIFY-OUTCOME
                 move zeroes to WS-PURGE-CNT
              end-if
              if RCF-PROGRAM = 'emp-payroll'
                 move spaces to WS-PAYVAR-OUTCOME
                 if RCF-OUTCOME = 'COMPLETE'
                    set PAYROLL-RAN-TODAY to true
                 end-if
              end-if
              if RCF-PROGRAM = 'emp-payvar'
                 move RCF-OUTCOME to WS-PAYVAR-OUTCOME
              end-if
           end-if
           if RCT-FUNC-LAST-RUN
              and RCF-PROGRAM = RCT-PROGRAM
              and RCF-OUTCOME = 'COMPLETE'
              perform c050-chk-last-run
           end-if.
      *     *--------------------------------------------------------*
       c049-exit.
           exit.
      *     *--------------------------------------------------------*
      *    keeps the latest completion date before today for the
      *    last-run lookup - today's own records are skipped, so a
      *    rerun looks back to the same previous run as the first
      *    attempt did. reached only via c040 for a P call.
       c050-chk-last-run section.
       c051-chk-date.
           move RCF-RUN-DATE(5:4) to WS-RCFCMP-YYYY
           move RCF-RUN-DATE(3:2) to WS-RCFCMP-MM
           move RCF-RUN-DATE(1:2) to WS-RCFCMP-DD
           if WS-RCF-CMP-DTE < WS-TDY-DTE
              and WS-RCF-CMP-DTE > WS-LAST-CMP-DTE
              move WS-RCF-CMP-DTE to WS-LAST-CMP-DTE
           end-if.
      *     *--------------------------------------------------------*
       c059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the load gate - emp-load may only rebuild the indexed
      *    master once today's snapshots carry a PROMOTE verdict.
       e000-chk-load section.
       f099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    hands the last-run lookup's result back DDMMYYYY, the
      *    byte order every other date in the suite is kept in -
      *    zero when the program has never completed before today.
       g000-ret-last-run section.
       g010-ret-date.
           if WS-LAST-CMP-DTE not = zeroes
              move WS-LASTCMP-DD   to RCT-LAST-RUN-DATE(1:2)
              move WS-LASTCMP-MM   to RCT-LAST-RUN-DATE(3:2)
              move WS-LASTCMP-YYYY to RCT-LAST-RUN-DATE(5:4)
           end-if.
      *     *--------------------------------------------------------*
       g099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the upload gate - the bank extract may only be released
      *    once emp-payvar has compared today's payroll against last
      *    month's and found nothing to hold it for.
       h000-chk-upload section.
       h010-chk-verdict.
           if WS-PAYVAR-OUTCOME not = 'PASS'
              set RCT-REFUSED to true
              if WS-PAYVAR-OUTCOME = 'HOLD'
                 move 'PAYROLL HELD BY EMP-PAYVAR - REVIEW VARIANCES'
                   to RCT-REASON
              else
                 move 'NO PASS VERDICT FROM EMP-PAYVAR SINCE PAYROLL'
                   to RCT-REASON
              end-if
              perform o000-apply-override
           end-if.
      *     *--------------------------------------------------------*
       h099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    hands the purge-count lookup's result back in
      *    RCT-REC-CNT - zero when emp-purge has not run in the
      *    current cycle.
       i000-ret-purge-cnt section.
       i010-ret-count.
           move WS-PURGE-CNT to RCT-REC-CNT.
      *     *--------------------------------------------------------*
       i099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the payroll sweep gate - payroll may only run off a
      *    master today's consistency sweep found nothing wrong in.
       j000-chk-sweep section.
       j010-chk-outcome.
           if WS-SWEEP-OUTCOME not = 'CLEAN'
              set RCT-REFUSED to true
              if WS-SWEEP-OUTCOME = 'EXCEPTIONS'
                 move 'CONSISTENCY SWEEP FOUND EXCEPTIONS - SEE REPORT'
                   to RCT-REASON
              else
                 move 'NO CLEAN EMP-SWEEP SINCE LAST MAINTENANCE RUN'
                   to RCT-REASON
              end-if
              perform o000-apply-override
           end-if.
      *     *--------------------------------------------------------*
       j099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the maintenance gate - once today's payroll has completed,
      *    a change applied now is posted on the date that payroll's
      *    arrears window closed on, and the next payroll's window
      *    opens the day after - maintenance waits for tomorrow. the
      *    override is for a payroll that is to be rerun after it.
       k000-chk-maint section.
       k010-chk-payroll.
           if PAYROLL-RAN-TODAY
              set RCT-REFUSED to true
              move 'PAYROLL ALREADY COMPLETED TODAY - RUN TOMORROW'
                to RCT-REASON
              perform o000-apply-override
           end-if.
      *     *--------------------------------------------------------*
       k099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    honors the RUNOVRD=Y operator override for a genuine
      *    rerun - the run is allowed but the override is displayed
      *    so it can't pass unnoticed.
