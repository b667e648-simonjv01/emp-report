      *       with a single PROMOTE / DO-NOT-PROMOTE verdict line -
      *       so the promotion decision no longer rests on the
      *       program that wrote NEWMST grading its own homework.
      *       emp-maint never drops a record (even a deactivate
      *       keeps the record, inactive), so the only records
      *       expected missing from NEWMST are the inactive leavers
      *       emp-purge archived in the same cycle. A missing
      *       inactive record is counted PURGED, and the purged
      *       count must equal the master records archived that
      *       emp-purge filed on run-control; a missing active
      *       record is an automatic DO-NOT-PROMOTE.
      *    Files:
      *          *OLDMST     - Master emp-maint read (OLDDD)
      *          *NEWMST     - Master emp-maint wrote (NEWDD)
      *                   the new IN-TERMDATE field (see
      *                   emprec.cpy) - the snapshot images and the
      *                   per-field change listing carry it.
      *   2026-10-15  SV  Records missing from NEWMST that were
      *                   inactive on OLDMST are counted PURGED and
      *                   checked against today's emp-purge count
      *                   from emp-runctl (the new A lookup) instead
      *                   of failing the cycle - a missing active
      *                   record, or a purged count that does not
      *                   match, is still DO-NOT-PROMOTE.
      *--------------------------------------------------------*

       environment division.
           05 WS-CHGD-CNT            PIC 9(05) VALUE ZEROES.
           05 WS-ADDED-CNT           PIC 9(05) VALUE ZEROES.
           05 WS-MISSING-CNT         PIC 9(05) VALUE ZEROES.
           05 WS-PURGED-CNT          PIC 9(05) VALUE ZEROES.
      * master records emp-purge says it archived this cycle - what
      * the purged count has to come to.
           05 WS-PURGE-EXP-CNT       PIC 9(05) VALUE ZEROES.

      * MAINTLOG trailer counts - what emp-maint says happened.
      * parsed out of the trailer line by position; the counts are
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'MISSING='.
           05 VCT-MISSING            PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'PURGED='.
           05 VCT-PURGED             PIC ZZZZ9.
           05 FILLER                 PIC X(56) VALUE SPACES.

      * one line per trailer cross-check, pass or fail.
       01  VFY-CHK-LINE.
       a010-init-tmp-vals.
           initialize ws-counters, ws-trl-counts, ws-cmp-area
           move 9999999 to WS-HIGH-EMPNO.
       a020-get-purge-cnt.
           move 'A' to RCT-FUNC
           move 'emp-verify' to RCT-PROGRAM
           call 'emp-runctl' using RCT-CTL-AREA
           move RCT-REC-CNT to WS-PURGE-EXP-CNT.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
           exit.
      *     *--------------------------------------------------------*
      *    a record emp-maint never writes out is exactly the
      *    disk-full failure mode this program exists to catch -
      *    unless it was an inactive leaver, which emp-purge takes
      *    off the master; h035 squares those with its count.
       f020-old-only section.
       f021-count-missing.
           if IN-INACTIVE
              add +1 to WS-PURGED-CNT
              move 'PURGED  ' to VRC-TAG
           else
              add +1 to WS-MISSING-CNT
              move 'MISSING ' to VRC-TAG
           end-if
           move IN-EMPNO to VRC-EMPNO
           write vfy-rpt-rec from VFY-REC-LINE
           perform c010-read-old-rec.
           move WS-CHGD-CNT    to VCT-CHGD
           move WS-ADDED-CNT   to VCT-ADDED
           move WS-MISSING-CNT to VCT-MISSING
           move WS-PURGED-CNT  to VCT-PURGED
           write vfy-rpt-rec from VFY-CNT-LINE.

       h020-chk-trailer-found.
           end-if
           write vfy-rpt-rec from VFY-CHK-LINE.

       h035-chk-purged.
           if WS-PURGED-CNT > 0 or WS-PURGE-EXP-CNT > 0
              if WS-PURGED-CNT = WS-PURGE-EXP-CNT
                 move 'PASS  ' to VCK-TAG
                 move 'RECORDS PURGED MATCHES EMP-PURGE ARCHIVED'
                   to VCK-TEXT
              else
                 set VERDICT-DO-NOT to true
                 move 'FAIL  ' to VCK-TAG
                 move 'RECORDS PURGED DOES NOT MATCH EMP-PURGE ARCHIVED'
                   to VCK-TEXT
              end-if
              write vfy-rpt-rec from VFY-CHK-LINE
           end-if.

       h040-chk-trl-balance.
           if TRL-FOUND
              if WS-TRL-TRN-CNT = WS-TRL-ADD-CNT + WS-TRL-UPD-CNT
           move 'emp-verify' to RCT-PROGRAM
           compute RCT-REC-CNT = WS-UNCHGD-CNT + WS-CHGD-CNT
                               + WS-ADDED-CNT + WS-MISSING-CNT
                               + WS-PURGED-CNT
           if VERDICT-PROMOTE
              move 'PROMOTE' to RCT-OUTCOME
           else
