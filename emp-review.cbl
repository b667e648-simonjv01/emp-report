      *       applies each title's JBD-REVIEW-RATE to IN-SALARY,
      *       capped at JBD-BAND-MAX so the review can never create
      *       its own pay exceptions. Writes a file of ready-made
      *       'U' transactions (the same 217-byte layout emp-maint
      *       reads - only the empno, the new salary and the
      *       review's effective date are filled, everything else
      *       blank/zero so emp-maint leaves it alone) and a
      *   2026-09-02  SV  Master record widened to 202 bytes for
      *                   the new IN-TERMDATE field (see
      *                   emprec.cpy).
      *   2026-10-15  SV  Transaction record widened to 217 bytes
      *                   in step with emp-maint's two-person
      *                   approval - the generated transactions are
      *                   stamped TRN-KEYED-BY with the OPERID of the
      *                   user running the review, so a raise over
      *                   emp-maint's APPRPCT limit is queued for a
      *                   different user to approve.
      *--------------------------------------------------------*

       environment division.
           copy deptrec.

       fd  REVTRN-FILE.
       01  rtrn-file-rec             pic x(217).

       fd  REVIEW-RPT.
       01  rev-rpt-rec               pic x(132).
           05 WS-REVDATE-ENV         PIC X(08)  VALUE SPACES.
           05 WS-REVDATE-LEN         PIC 9(01)  VALUE ZEROES.
           05 WS-REV-EFFDATE         PIC 9(08)  VALUE ZEROES.
      * the user running the review - the keyer emp-maint's
      * approval check holds its transactions against.
           05 WS-OPER-ID             PIC X(08)  VALUE SPACES.

      * per-employee proposal working figures.
       01 WS-REV-CALC.
           05 WS-LKP-DEPT-NAME       PIC X(20)  VALUE SPACES.

      * the generated update transaction, staged here and written
      * whole - the same 217-byte layout emp-maint's SORTED-TRANS
      * carries, with its own RTN- prefixed field names. only the
      * code, empno, salary and effective date are filled; blank/
      * zero everywhere else means "leave this field alone" to
           05 RTN-IBAN               PIC X(34).
           05 RTN-BIC                PIC X(11).
           05 RTN-HELD-CNT           PIC 9(03).
           05 RTN-KEYED-BY           PIC X(08).
           05 RTN-APPROVED-BY        PIC X(08).

       01 REV-HEAD1.
           05 FILLER                 PIC X(40) VALUE SPACES.
              display 'Invalid REVDATE value - ', WS-REVDATE-ENV
              stop run
           end-if.
       a030-get-oper-id.
           accept WS-OPER-ID from environment 'OPERID'.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
           move in-empno       to RTN-EMPNO
           move WS-NEW-SALARY  to RTN-SALARY
           move WS-REV-EFFDATE to RTN-EFFDATE
           move WS-OPER-ID     to RTN-KEYED-BY
           write rtrn-file-rec from WS-REV-TRN-REC
           add +1 to WS-PROP-REC
           add +1 to WS-DEPT-COUNT, WS-GRAND-COUNT
