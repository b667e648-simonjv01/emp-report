      *----------------------------------------------------------------*
      * APPROVAL - Approval queue record layout (apprq.dat).
      *            One 315-byte record per sensitive transaction
      *            emp-maint held back for a second person's
      *            approval instead of applying: a bank-detail
      *            update, a salary update moving the salary by more
      *            than the APPRPCT percentage, or an add paid above
      *            the APPRAMT salary. APQ-QUEUE-DATE (DDMMYYYY, same
      *            byte order as the master's dates) and APQ-QUEUE-SEQ
      *            (numbered from 1 within the day) are the item's
      *            reference - the approver keys them on the decision
      *            file emp-approve reads. APQ-OLD-SALARY is the
      *            master salary when the item was queued (zero for an
      *            add), so the approver sees the change, and
      *            APQ-TRN-IMAGE is the whole 217-byte transaction as
      *            keyed, its TRN-KEYED-BY filled. APQ-OLD-IBAN and
      *            APQ-OLD-BIC are the master's bank details when the
      *            item was queued (spaces for an add), taken then
      *            because the master can change before the approval
      *            run - appended after the image, so items queued
      *            before they existed read them as spaces.
      *            emp-maint appends to the queue in extend mode;
      *            emp-approve copies it forward less the items
      *            decided on an earlier day. An item decided today
      *            is carried forward with APQ-DECIDED set, so the
      *            day's item numbers stay on file for emp-maint to
      *            number on from and are never issued twice - it is
      *            no longer waiting, and is skipped by every reader
      *            but emp-maint's numbering scan.
      *----------------------------------------------------------------*
       01  APQ-QUEUEREC.
           05  APQ-QUEUE-DATE     PIC 9(08).
           05  APQ-QUEUE-SEQ      PIC 9(03).
           05  APQ-REASON         PIC X(26).
           05  APQ-OLD-SALARY     PIC 9(07)V99.
           05  APQ-TRN-IMAGE      PIC X(217).
           05  APQ-OLD-IBAN       PIC X(34).
           05  APQ-OLD-BIC        PIC X(11).
           05  APQ-DECIDED-SW     PIC X(01).
               88  APQ-DECIDED            VALUE 'Y'.
           05  FILLER             PIC X(06).
