      *----------------------------------------------------------------*
      * AUDITREC - Maintenance audit trail record (audit.dat).
      *            One 429-byte record per applied add/update/
      *            deactivate: the run date (DDMMYYYY, same byte
      *            order as the master's dates), the transaction
      *            code, and the full 202-byte before and after
      *            and IN-TERMDATE fields - records written before
      *            that read in with the image tails as spaces,
      *            same as the master's own old records do.
      *            AUD-EFF-DATE (DDMMYYYY) is the transaction's
      *            effective date - the run date when it carried
      *            none - appended after the images so older records
      *            read it in as spaces. emp-payroll works backdated
      *            salary arrears off it.
      *            AUD-APPROVED-BY is the user who approved the
      *            change through emp-approve when it needed a
      *            second person (see approval.cpy) - spaces when it
      *            did not, and on records written before it existed.
      *----------------------------------------------------------------*
       01  AUD-AUDITREC.
           05  AUD-RUN-DATE       PIC 9(08).
           05  AUD-TRN-CODE       PIC X(01).
           05  AUD-BEFORE-IMAGE   PIC X(202).
           05  AUD-AFTER-IMAGE    PIC X(202).
           05  AUD-EFF-DATE       PIC 9(08).
           05  AUD-APPROVED-BY    PIC X(08).
