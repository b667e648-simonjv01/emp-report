      *       lists every surname matching the (leading part of
      *       the) name given - the caller then drills into the
      *       full display with INQEMP.
      *       With INQHIST=Y as well as INQEMP, the full display is
      *       followed by the employee's history off the other
      *       files, so a query is answered in one run instead of
      *       an emp-audit run, a look through ytd.dat and an
      *       emp-pendrpt run: the department's name and manager,
      *       the job band the employee sits in, this tax year's
      *       YTD figures, every transaction waiting on the pending
      *       suspense file or the approval queue, and the last
      *       INQAUDN (default 5) audit-trail changes with their run
      *       dates and the fields each one changed.
      *    Files:
      *          *EMPMST       - Indexed employee master input (MSTDD)
      *          *DEPT-FILE    - Department reference file (DEPTDD)
      *          *JOBBAND-FILE - Job-title salary band file (JOBBDD)
      *          *YTD-FILE     - Year-to-date file (YTDDD)
      *          *PEND-FILE    - Pending suspense file (emp-maint's
      *                          PNDODD from its last run, read via
      *                          its PNDIDD DD-name)
      *          *APPR-QUEUE   - Approval queue (APQDD)
      *          *AUDIT-FILE   - Accumulated audit trail (AUDDD)
      *       The files after EMPMST are opened only for INQHIST.
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *                   (see emprec.cpy) when one is on file, so
      *                   a query about a leaver shows when they
      *                   left.
      *   2026-10-15  SV  Added the INQHIST history display - dept
      *                   name and manager, job band, this year's
      *                   YTD, pending and queued transactions and
      *                   the last INQAUDN audit changes for the
      *                   INQEMP employee.
      *   2026-10-15  SV  Review fixes: the approval queue record is
      *                   now 315 bytes (see approval.cpy) - an item
      *                   emp-approve has already decided, carried
      *                   forward flagged, is not shown as waiting.
      *--------------------------------------------------------*

       environment division.
               alternate record key is IN-LASTNAME with duplicates
               file status is WS-MFILE-ST.

           select DEPT-FILE assign to 'DEPTDD'
               organization is line sequential
               file status is WS-DFILE-ST.

           select JOBBAND-FILE assign to 'JOBBDD'
               organization is line sequential
               file status is WS-JFILE-ST.

           select YTD-FILE assign to 'YTDDD'
               organization is line sequential
               file status is WS-YFILE-ST.

           select PEND-FILE assign to 'PNDIDD'
               organization is line sequential
               file status is WS-PFILE-ST.

      * OPTIONAL - nothing may have been queued yet.
           select optional APPR-QUEUE assign to 'APQDD'
               organization is line sequential
               file status is WS-QFILE-ST.

           select AUDIT-FILE assign to 'AUDDD'
               organization is line sequential
               file status is WS-AFILE-ST.

       data division.
       file section.
       fd  EMPMST.
           copy emprec.

       fd  DEPT-FILE.
           copy deptrec.

       fd  JOBBAND-FILE.
           copy jobband.

       fd  YTD-FILE.
           copy ytdrec.

      * the suspense record is emp-maint's 217-byte transaction
      * record - same layout, same TRN- field names as emp-pendrpt.
       fd  PEND-FILE.
       01  TRN-REC.
           05  TRN-CODE              PIC X(01).
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

       fd  APPR-QUEUE.
           copy approval.

       fd  AUDIT-FILE.
           copy auditrec.

       working-storage section.

       01  WS-TEMP-PGM-VALS.
           05 WS-MFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-DFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-JFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-YFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-PFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-QFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-AFILE-ST            PIC 9(02) VALUE ZEROES.
           05 ws-emply-name          pic x(30) value spaces.
           05 ws-pointer-fld-1       pic s9(03) value zeros.
           05 ws-emply-add.
           05 WS-INQEMP-ENV          PIC X(06) VALUE SPACES.
           05 WS-INQEMP-LEN          PIC 9(01) VALUE ZEROES.
           05 WS-REQ-EMPNO           PIC 9(06) VALUE ZEROES.
           05 WS-REQ-EMPNO-X REDEFINES WS-REQ-EMPNO
                                     PIC X(06).
           05 WS-REC-FOUND-SW        PIC X(01) VALUE 'N'.
              88 REC-FOUND                     VALUE 'Y'.
              88 REC-NOT-FOUND                 VALUE 'N'.
              88 MODE-EMPNO                    VALUE 'E'.
              88 MODE-DEPT                     VALUE 'D'.
              88 MODE-NAME                     VALUE 'N'.
      * INQHIST=Y adds the history display to an INQEMP inquiry;
      * INQAUDN is how many of the latest audit changes it shows.
           05 WS-INQHIST-ENV         PIC X(01) VALUE SPACE.
              88 HIST-WANTED                   VALUE 'Y' 'y'.
           05 WS-INQAUDN-ENV         PIC X(02) VALUE SPACES.
           05 WS-INQAUDN-LEN         PIC 9(01) VALUE ZEROES.
           05 WS-AUD-WANTED          PIC 9(02) VALUE 5.

      * history working fields - end-of-file and found switches for
      * the reference-file scans, the employee's own values saved
      * off the master record before the manager's read replaces
      * it, and the counts the history sections list against.
       01  WS-HIST-VALS.
           05 WS-HST-EOF-SW          PIC X(01) VALUE 'N'.
              88 HST-EOF                       VALUE 'Y'.
              88 HST-NOT-EOF                   VALUE 'N'.
           05 WS-HST-FOUND-SW        PIC X(01) VALUE 'N'.
              88 HST-FOUND                     VALUE 'Y'.
              88 HST-NOT-FOUND                 VALUE 'N'.
           05 WS-EMP-WORKDEPT        PIC X(03) VALUE SPACES.
           05 WS-EMP-JOBTY           PIC X(08) VALUE SPACES.
           05 WS-EMP-SALARY          PIC 9(07)V99 VALUE ZEROES.
           05 WS-PND-CNT             PIC 9(05) VALUE ZEROES.
           05 WS-AUD-MATCH-CNT       PIC 9(05) VALUE ZEROES.
           05 WS-AUD-KEPT            PIC 9(02) VALUE ZEROES.
           05 WS-AUD-IDX             PIC 9(02) VALUE ZEROES.

       01  WS-TEMP-DATE.
           05 WS-TDY-DTE PIC 9(08).
           05 THIS REDEFINES WS-TDY-DTE.
              10 WS-TDYDTE-YYYY       PIC 9(04).
              10 WS-TDYDTE-MM         PIC 9(02).
              10 WS-TDYDTE-DD         PIC 9(02).

      * the employee's latest audit records, oldest first - the
      * audit trail is read front to back, so once the table holds
      * WS-AUD-WANTED of them each new match shifts the oldest
      * out. 20 is the most INQAUDN may ask for.
       01  WS-AUD-TBL.
           05 WS-AUD-ENTRY OCCURS 20 TIMES.
              10 AUT-RUN-DATE         PIC 9(08).
              10 AUT-TRN-CODE         PIC X(01).
              10 AUT-EFF-DATE         PIC X(08).
              10 AUT-APPROVED-BY      PIC X(08).
              10 AUT-BEFORE-IMAGE     PIC X(202).
              10 AUT-AFTER-IMAGE      PIC X(202).

      * byte-for-byte field views of one change's before and after
      * images - the same views emp-audit diffs.
       01  WS-BEF-REC.
           05  BEF-EMPNO          PIC X(06).
           05  BEF-FIRSTNAME      PIC X(12).
           05  BEF-MIDINIT        PIC X(01).
           05  BEF-LASTNAME       PIC X(17).
           05  BEF-WORKDEPT       PIC X(03).
           05  BEF-PHONENO        PIC X(03).
           05  BEF-HIREDATE       PIC X(08).
           05  BEF-JOBTY          PIC X(08).
           05  BEF-EDLEVEL        PIC X(02).
           05  BEF-SEX            PIC X(01).
           05  BEF-BIRTHDATE      PIC X(08).
           05  BEF-SALARY         PIC X(09).
           05  BEF-BONUS          PIC X(09).
           05  BEF-COMM           PIC X(09).
           05  FILLER             PIC X(01).
           05  BEF-STATUS         PIC X(01).
           05  BEF-ADD            PIC X(48).
           05  FILLER             PIC X(03).
           05  BEF-IBAN           PIC X(34).
           05  BEF-BIC            PIC X(11).
           05  BEF-TERMDATE       PIC X(08).

       01  WS-AFT-REC.
           05  AFT-EMPNO          PIC X(06).
           05  AFT-FIRSTNAME      PIC X(12).
           05  AFT-MIDINIT        PIC X(01).
           05  AFT-LASTNAME       PIC X(17).
           05  AFT-WORKDEPT       PIC X(03).
           05  AFT-PHONENO        PIC X(03).
           05  AFT-HIREDATE       PIC X(08).
           05  AFT-JOBTY          PIC X(08).
           05  AFT-EDLEVEL        PIC X(02).
           05  AFT-SEX            PIC X(01).
           05  AFT-BIRTHDATE      PIC X(08).
           05  AFT-SALARY         PIC X(09).
           05  AFT-BONUS          PIC X(09).
           05  AFT-COMM           PIC X(09).
           05  FILLER             PIC X(01).
           05  AFT-STATUS         PIC X(01).
           05  AFT-ADD            PIC X(48).
           05  FILLER             PIC X(03).
           05  AFT-IBAN           PIC X(34).
           05  AFT-BIC            PIC X(11).
           05  AFT-TERMDATE       PIC X(08).

      * one field comparison staged for p100-cmp-one-field - the
      * field name plus the before/after values as plain bytes.
       01  WS-CMP-AREA.
           05 WS-CMP-FLD-NAME        PIC X(10) VALUE SPACES.
           05 WS-CMP-BEF-VAL         PIC X(48) VALUE SPACES.
           05 WS-CMP-AFT-VAL         PIC X(48) VALUE SPACES.

      * browse working fields - the end-of-matches switch and the
      * matches listed count for the browse trailer line.
           05 WS-DSP-SALARY          PIC ZZZZZZ9.99.
           05 WS-DSP-BONUS           PIC ZZZZZZ9.99.
           05 WS-DSP-COMM            PIC ZZZZZZ9.99.
           05 WS-DSP-AMT             PIC ZZZZZZ9.99.
           05 WS-DSP-YTD-AMT         PIC ZZZZZZZZ9.99.
           05 WS-DSP-RATE            PIC Z9.99.
           05 WS-DSP-ACTION          PIC X(10).
           05 WS-DSP-DATE.
              10 WS-DSP-DTE-DD        PIC 9(02).
              10 FILLER               PIC X(01) VALUE '/'.
           use after error procedure on EMPMST.
       empmst-error.
           display 'Indexed master file error - ', WS-MFILE-ST.

       decl-deptfile section.
           use after error procedure on DEPT-FILE.
       deptfile-error.
           display 'Department file error - ', WS-DFILE-ST.

       decl-jobbandfile section.
           use after error procedure on JOBBAND-FILE.
       jobbandfile-error.
           display 'Job band file error - ', WS-JFILE-ST.

       decl-ytdfile section.
           use after error procedure on YTD-FILE.
       ytdfile-error.
           display 'YTD file error - ', WS-YFILE-ST.

       decl-pendfile section.
           use after error procedure on PEND-FILE.
       pendfile-error.
           display 'Pending suspense file error - ', WS-PFILE-ST.

       decl-apprqueue section.
           use after error procedure on APPR-QUEUE.
       apprqueue-error.
           display 'Approval queue file error - ', WS-QFILE-ST.

       decl-auditfile section.
           use after error procedure on AUDIT-FILE.
       auditfile-error.
           display 'Audit trail file error - ', WS-AFILE-ST.
       end declaratives.

      * Core business logic of the program.
              when MODE-EMPNO
                 perform d000-read-master
                 perform e000-display-record
                 if HIST-WANTED
                    perform i000-display-dept
                    perform j000-display-band
                    perform k000-display-ytd
                    perform l000-display-pending
                    perform m000-display-audit
                 end-if
              when MODE-DEPT
                 perform f000-browse-dept
              when MODE-NAME
                 display 'Invalid INQEMP value - ', WS-INQEMP-ENV
                 stop run
              end-if
              perform a100-get-hist-req
              go to a099-exit
           end-if.
       a020-get-req-dept.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
      *     *--------------------------------------------------------*
      *   the history display is an INQEMP option - INQHIST=Y asks
      *   for it, INQAUDN says how many audit changes to show. its
      *   own section since it is reached only via a010.
       a100-get-hist-req section.
       a110-get-inqhist.
           accept WS-INQHIST-ENV from environment 'INQHIST'
           if not HIST-WANTED
              go to a199-exit
           end-if
           accept WS-TDY-DTE from date yyyymmdd.
       a120-get-inqaudn.
           accept WS-INQAUDN-ENV from environment 'INQAUDN'
           if WS-INQAUDN-ENV not = spaces
              move 0 to WS-INQAUDN-LEN
              inspect WS-INQAUDN-ENV tallying WS-INQAUDN-LEN
                      for characters before initial space
              if WS-INQAUDN-LEN > 0
                 and WS-INQAUDN-ENV(1:WS-INQAUDN-LEN) is numeric
                 and WS-INQAUDN-ENV(1:WS-INQAUDN-LEN) not = zeroes
                 move WS-INQAUDN-ENV(1:WS-INQAUDN-LEN)
                   to WS-AUD-WANTED
              else
                 display 'Invalid INQAUDN value - ', WS-INQAUDN-ENV,
                         ' - using 5 changes'
              end-if
           end-if
           if WS-AUD-WANTED > 20
              display 'INQAUDN above 20 - using 20 changes'
              move 20 to WS-AUD-WANTED
           end-if.
      *     *--------------------------------------------------------*
       a199-exit.
           exit.
      *     *--------------------------------------------------------*
       b000-open-files section.
       b010-open-files.
           open input EMPMST.
       b020-open-hist-files.
           if HIST-WANTED
              open input DEPT-FILE
                         JOBBAND-FILE
                         YTD-FILE
                         PEND-FILE
                         APPR-QUEUE
                         AUDIT-FILE
           end-if.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.
           display 'COUNTRY:    ' WS-ADD-CONTRY-CDE
           display 'IBAN:       ' in-iban
           display 'BIC:        ' in-bic.

      *    the history sections need these after i000 has read the
      *    manager's record into the master record area.
       e050-save-emp-vals.
           move in-workdept to WS-EMP-WORKDEPT
           move in-jobty    to WS-EMP-JOBTY
           move in-salary   to WS-EMP-SALARY.
      *     *--------------------------------------------------------*
       e099-exit.
           exit.
       h199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    history display, INQHIST only - the employee's department
      *    off dept.dat and its manager off the master (a random read
      *    into the master record area, hence e050's saved values).
       i000-display-dept section.
       i010-find-dept.
           display ' '
           display 'DEPARTMENT ' WS-EMP-WORKDEPT
           set HST-NOT-EOF to true
           set HST-NOT-FOUND to true
           perform until HST-EOF or HST-FOUND
              read DEPT-FILE
                   at end
                      set HST-EOF to true
                   not at end
                      if DPT-CODE = WS-EMP-WORKDEPT
                         set HST-FOUND to true
                      end-if
              end-read
           end-perform.
       i020-display-dept.
           if HST-NOT-FOUND
              display 'DEPT NAME:  NOT ON DEPARTMENT FILE'
              go to i099-exit
           end-if
           display 'DEPT NAME:  ' DPT-NAME
           display 'COST CTR:   ' DPT-COST-CTR
           if DPT-MGR-EMPNO is not numeric or DPT-MGR-EMPNO = zeroes
              display 'MANAGER:    NONE ON FILE'
              go to i099-exit
           end-if.
       i030-read-manager.
           move DPT-MGR-EMPNO to IN-EMPNO
           read EMPMST
                invalid key
                   set HST-NOT-FOUND to true
                not invalid key
                   set HST-FOUND to true
           end-read
           if HST-NOT-FOUND
              display 'MANAGER:    ' DPT-MGR-EMPNO '  NOT ON MASTER'
              go to i099-exit
           end-if.
       i040-display-manager.
           move +1 to ws-pointer-fld-1
           move spaces to ws-emply-name
           string in-midinit delimited by size
                    " " delimited by size
                  in-firstname delimited by space
                      " " delimited by size
                  in-lastname delimited by space
                      into ws-emply-name
                      with pointer ws-pointer-fld-1
           end-string
           if IN-INACTIVE
              display 'MANAGER:    ' in-empno '  ' ws-emply-name
                      '  INACTIVE'
           else
              display 'MANAGER:    ' in-empno '  ' ws-emply-name
           end-if.
      *     *--------------------------------------------------------*
       i099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the band for the employee's job title off jobband.dat and
      *    where the salary sits in it - the same below/within/above
      *    test emp-report's pay exceptions report applies.
       j000-display-band section.
       j010-find-band.
           display ' '
           display 'JOB BAND ' WS-EMP-JOBTY
           set HST-NOT-EOF to true
           set HST-NOT-FOUND to true
           perform until HST-EOF or HST-FOUND
              read JOBBAND-FILE
                   at end
                      set HST-EOF to true
                   not at end
                      if JBD-JOBTY = WS-EMP-JOBTY
                         set HST-FOUND to true
                      end-if
              end-read
           end-perform.
       j020-display-band.
           if HST-NOT-FOUND
              display 'BAND:       NO BAND ON FILE FOR THIS TITLE'
              go to j099-exit
           end-if
           move JBD-BAND-MIN to WS-DSP-AMT
           display 'BAND MIN:   ' WS-DSP-AMT
           move JBD-BAND-MAX to WS-DSP-AMT
           display 'BAND MAX:   ' WS-DSP-AMT
           move JBD-REVIEW-RATE to WS-DSP-RATE
           display 'REVIEW RATE:' WS-DSP-RATE '%'
           evaluate true
              when WS-EMP-SALARY < JBD-BAND-MIN
                 display 'POSITION:   BELOW BAND'
              when WS-EMP-SALARY > JBD-BAND-MAX
                 display 'POSITION:   ABOVE BAND'
              when other
                 display 'POSITION:   WITHIN BAND'
           end-evaluate.
      *     *--------------------------------------------------------*
       j099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the employee's ytd.dat entry for the current tax year -
      *    an entry still on an earlier year means nothing has been
      *    paid this year yet (emp-payroll resets it on the first
      *    pay of the new year).
       k000-display-ytd section.
       k010-find-ytd.
           display ' '
           display 'YEAR TO DATE ' WS-TDYDTE-YYYY
           set HST-NOT-EOF to true
           set HST-NOT-FOUND to true
           perform until HST-EOF or HST-FOUND
              read YTD-FILE
                   at end
                      set HST-EOF to true
                   not at end
                      if YTD-EMPNO = WS-REQ-EMPNO
                         set HST-FOUND to true
                      end-if
              end-read
           end-perform.
       k020-display-ytd.
           if HST-NOT-FOUND
              display 'YTD:        NEVER PAID'
              go to k099-exit
           end-if
           if YTD-YEAR not = WS-TDYDTE-YYYY
              display 'YTD:        NOT PAID THIS YEAR - LAST PAID IN '
                      YTD-YEAR
              go to k099-exit
           end-if
           move YTD-GROSS to WS-DSP-YTD-AMT
           display 'GROSS:      ' WS-DSP-YTD-AMT
           move YTD-PAYE to WS-DSP-YTD-AMT
           display 'PAYE:       ' WS-DSP-YTD-AMT
           move YTD-PRSI to WS-DSP-YTD-AMT
           display 'PRSI:       ' WS-DSP-YTD-AMT
           move YTD-USC to WS-DSP-YTD-AMT
           display 'USC:        ' WS-DSP-YTD-AMT
           if YTD-ARREARS is numeric and YTD-ARREARS not = zeroes
              move YTD-ARREARS to WS-DSP-YTD-AMT
              display 'ARREARS:    ' WS-DSP-YTD-AMT
           end-if.
      *     *--------------------------------------------------------*
       k099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    every transaction still waiting for the employee - held
      *    on the pending suspense file, or on the approval queue
      *    for a second person's decision.
       l000-display-pending section.
       l010-read-pending.
           display ' '
           display 'PENDING TRANSACTIONS'
           set HST-NOT-EOF to true
           perform until HST-EOF
              read PEND-FILE
                   at end
                      set HST-EOF to true
                   not at end
                      if TRN-EMPNO = WS-REQ-EMPNO
                         perform l100-display-one-pending
                      end-if
              end-read
           end-perform.
       l020-read-queue.
           set HST-NOT-EOF to true
           perform until HST-EOF
              read APPR-QUEUE
                   at end
                      set HST-EOF to true
                   not at end
                      if APQ-TRN-IMAGE(2:6) = WS-REQ-EMPNO-X
                         and not APQ-DECIDED
                         perform l200-display-one-queued
                      end-if
              end-read
           end-perform.
       l030-chk-none.
           if WS-PND-CNT = 0
              display 'NONE WAITING'
           end-if.
      *     *--------------------------------------------------------*
       l099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one suspense transaction - its own section since it is
      *    reached only via l010's read loop.
       l100-display-one-pending section.
       l110-display-line.
           move TRN-EFFDATE(1:2) to WS-DSP-DTE-DD
           move TRN-EFFDATE(3:2) to WS-DSP-DTE-MM
           move TRN-EFFDATE(5:4) to WS-DSP-DTE-YYYY
           if TRN-HELD-CNT is numeric
              display 'SUSPENSE:   CODE ' TRN-CODE '  EFFECTIVE '
                      WS-DSP-DATE '  RUNS HELD ' TRN-HELD-CNT
           else
              display 'SUSPENSE:   CODE ' TRN-CODE '  EFFECTIVE '
                      WS-DSP-DATE
           end-if
           if TRN-SALARY is numeric and TRN-SALARY not = zeroes
              move TRN-SALARY to WS-DSP-AMT
              display '            NEW SALARY ' WS-DSP-AMT
           end-if
           if TRN-KEYED-BY not = spaces
              display '            KEYED BY ' TRN-KEYED-BY
           end-if
           add +1 to WS-PND-CNT.
      *     *--------------------------------------------------------*
       l199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one approval queue item, shown with the queue reference
      *    the approver keys to emp-approve. its own section since it
      *    is reached only via l020's read loop.
       l200-display-one-queued section.
       l210-display-line.
           display 'APPROVAL:   CODE ' APQ-TRN-IMAGE(1:1)
                   '  QUEUE REF ' APQ-QUEUE-DATE '-' APQ-QUEUE-SEQ
                   '  ' APQ-REASON
           display '            KEYED BY ' APQ-TRN-IMAGE(202:8)
           add +1 to WS-PND-CNT.
      *     *--------------------------------------------------------*
       l299-exit.
           exit.
      *     *--------------------------------------------------------*
      *    the employee's latest audit-trail changes - the whole
      *    trail is read, keeping the last WS-AUD-WANTED matches,
      *    then each kept change is shown oldest first.
       m000-display-audit section.
       m010-read-audit.
           display ' '
           display 'LATEST CHANGES ON AUDIT TRAIL'
           set HST-NOT-EOF to true
           perform until HST-EOF
              read AUDIT-FILE
                   at end
                      set HST-EOF to true
                   not at end
                      if AUD-AFTER-IMAGE(1:6) = WS-REQ-EMPNO-X
                         perform m100-keep-change
                      end-if
              end-read
           end-perform.
       m020-display-changes.
           if WS-AUD-KEPT = 0
              display 'NO CHANGES ON FILE'
              go to m099-exit
           end-if
           perform m200-display-change
               varying WS-AUD-IDX from 1 by 1
               until WS-AUD-IDX > WS-AUD-KEPT
           display ' '
           display 'CHANGES ON FILE: ' WS-AUD-MATCH-CNT
                   '  SHOWN: ' WS-AUD-KEPT
           if WS-AUD-MATCH-CNT > WS-AUD-KEPT
              display 'Run emp-audit with AUDEMP for the full history'
           end-if.
      *     *--------------------------------------------------------*
       m099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    files one matching audit record in the next free slot, or
      *    once the table holds WS-AUD-WANTED of them shifts the
      *    oldest out and files it in the last slot. its own section
      *    since it is reached only via m010's read loop.
       m100-keep-change section.
       m110-make-room.
           add +1 to WS-AUD-MATCH-CNT
           if WS-AUD-KEPT < WS-AUD-WANTED
              add 1 to WS-AUD-KEPT
           else
              perform m150-shift-one-slot
                  varying WS-AUD-IDX from 1 by 1
                  until WS-AUD-IDX not < WS-AUD-KEPT
           end-if.
       m120-file-change.
           move AUD-RUN-DATE     to AUT-RUN-DATE(WS-AUD-KEPT)
           move AUD-TRN-CODE     to AUT-TRN-CODE(WS-AUD-KEPT)
           move AUD-EFF-DATE     to AUT-EFF-DATE(WS-AUD-KEPT)
           move AUD-APPROVED-BY  to AUT-APPROVED-BY(WS-AUD-KEPT)
           move AUD-BEFORE-IMAGE to AUT-BEFORE-IMAGE(WS-AUD-KEPT)
           move AUD-AFTER-IMAGE  to AUT-AFTER-IMAGE(WS-AUD-KEPT).
      *     *--------------------------------------------------------*
       m199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    moves one slot down - once per slot by m110's PERFORM
      *    VARYING.
       m150-shift-one-slot section.
       m151-shift-slot.
           move WS-AUD-ENTRY(WS-AUD-IDX + 1)
             to WS-AUD-ENTRY(WS-AUD-IDX).
      *     *--------------------------------------------------------*
       m159-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one kept change - the run date and action, the effective
      *    date when it differs, the approver when there was one,
      *    then a before/after pair per field that changed. an add
      *    has no before image to compare. shown once per slot by
      *    m020's PERFORM VARYING.
       m200-display-change section.
       m210-display-chg-line.
           move AUT-RUN-DATE(WS-AUD-IDX)(1:2) to WS-DSP-DTE-DD
           move AUT-RUN-DATE(WS-AUD-IDX)(3:2) to WS-DSP-DTE-MM
           move AUT-RUN-DATE(WS-AUD-IDX)(5:4) to WS-DSP-DTE-YYYY
           evaluate AUT-TRN-CODE(WS-AUD-IDX)
              when 'A'
                 move 'ADDED     ' to WS-DSP-ACTION
              when 'U'
                 move 'UPDATED   ' to WS-DSP-ACTION
              when 'D'
                 move 'DEACTIVATE' to WS-DSP-ACTION
              when other
                 move AUT-TRN-CODE(WS-AUD-IDX) to WS-DSP-ACTION
           end-evaluate
           display ' '
           display 'CHANGED ' WS-DSP-DATE '  ACTION=' WS-DSP-ACTION.
       m220-display-eff-date.
           if AUT-EFF-DATE(WS-AUD-IDX) is numeric
              and AUT-EFF-DATE(WS-AUD-IDX) not = zeroes
              and AUT-EFF-DATE(WS-AUD-IDX)
                  not = AUT-RUN-DATE(WS-AUD-IDX)
              move AUT-EFF-DATE(WS-AUD-IDX)(1:2) to WS-DSP-DTE-DD
              move AUT-EFF-DATE(WS-AUD-IDX)(3:2) to WS-DSP-DTE-MM
              move AUT-EFF-DATE(WS-AUD-IDX)(5:4) to WS-DSP-DTE-YYYY
              display '      EFFECTIVE ' WS-DSP-DATE
           end-if
           if AUT-APPROVED-BY(WS-AUD-IDX) not = spaces
              display '      APPROVED BY ' AUT-APPROVED-BY(WS-AUD-IDX)
           end-if.
       m230-display-fields.
           if AUT-TRN-CODE(WS-AUD-IDX) = 'A'
              display '      NEW EMPLOYEE ADDED'
              go to m299-exit
           end-if
           move AUT-BEFORE-IMAGE(WS-AUD-IDX) to WS-BEF-REC
           move AUT-AFTER-IMAGE(WS-AUD-IDX)  to WS-AFT-REC
           perform p000-diff-fields.
      *     *--------------------------------------------------------*
       m299-exit.
           exit.
      *     *--------------------------------------------------------*
      *    stages each field of the record in turn for the compare -
      *    the same field-by-field walk emp-audit's f000 makes.
       p000-diff-fields section.
       p010-cmp-firstname.
           move 'FIRSTNAME ' to WS-CMP-FLD-NAME
           move BEF-FIRSTNAME to WS-CMP-BEF-VAL
           move AFT-FIRSTNAME to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p011-cmp-midinit.
           move 'MIDINIT   ' to WS-CMP-FLD-NAME
           move BEF-MIDINIT to WS-CMP-BEF-VAL
           move AFT-MIDINIT to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p012-cmp-lastname.
           move 'LASTNAME  ' to WS-CMP-FLD-NAME
           move BEF-LASTNAME to WS-CMP-BEF-VAL
           move AFT-LASTNAME to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p013-cmp-workdept.
           move 'WORKDEPT  ' to WS-CMP-FLD-NAME
           move BEF-WORKDEPT to WS-CMP-BEF-VAL
           move AFT-WORKDEPT to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p014-cmp-phoneno.
           move 'PHONENO   ' to WS-CMP-FLD-NAME
           move BEF-PHONENO to WS-CMP-BEF-VAL
           move AFT-PHONENO to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p015-cmp-hiredate.
           move 'HIREDATE  ' to WS-CMP-FLD-NAME
           move BEF-HIREDATE to WS-CMP-BEF-VAL
           move AFT-HIREDATE to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p016-cmp-jobty.
           move 'JOBTY     ' to WS-CMP-FLD-NAME
           move BEF-JOBTY to WS-CMP-BEF-VAL
           move AFT-JOBTY to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p017-cmp-edlevel.
           move 'EDLEVEL   ' to WS-CMP-FLD-NAME
           move BEF-EDLEVEL to WS-CMP-BEF-VAL
           move AFT-EDLEVEL to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p018-cmp-sex.
           move 'SEX       ' to WS-CMP-FLD-NAME
           move BEF-SEX to WS-CMP-BEF-VAL
           move AFT-SEX to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p019-cmp-birthdate.
           move 'BIRTHDATE ' to WS-CMP-FLD-NAME
           move BEF-BIRTHDATE to WS-CMP-BEF-VAL
           move AFT-BIRTHDATE to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p020-cmp-salary.
           move 'SALARY    ' to WS-CMP-FLD-NAME
           move BEF-SALARY to WS-CMP-BEF-VAL
           move AFT-SALARY to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p021-cmp-bonus.
           move 'BONUS     ' to WS-CMP-FLD-NAME
           move BEF-BONUS to WS-CMP-BEF-VAL
           move AFT-BONUS to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p022-cmp-comm.
           move 'COMM      ' to WS-CMP-FLD-NAME
           move BEF-COMM to WS-CMP-BEF-VAL
           move AFT-COMM to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p023-cmp-status.
           move 'STATUS    ' to WS-CMP-FLD-NAME
           move BEF-STATUS to WS-CMP-BEF-VAL
           move AFT-STATUS to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p024-cmp-add.
           move 'ADDRESS   ' to WS-CMP-FLD-NAME
           move BEF-ADD to WS-CMP-BEF-VAL
           move AFT-ADD to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p025-cmp-iban.
           move 'IBAN      ' to WS-CMP-FLD-NAME
           move BEF-IBAN to WS-CMP-BEF-VAL
           move AFT-IBAN to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p026-cmp-bic.
           move 'BIC       ' to WS-CMP-FLD-NAME
           move BEF-BIC to WS-CMP-BEF-VAL
           move AFT-BIC to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
       p027-cmp-termdate.
           move 'TERMDATE  ' to WS-CMP-FLD-NAME
           move BEF-TERMDATE to WS-CMP-BEF-VAL
           move AFT-TERMDATE to WS-CMP-AFT-VAL
           perform p100-cmp-one-field.
      *     *--------------------------------------------------------*
       p099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    shows the staged field when the before and after values
      *    differ - its own section since it is reached only via the
      *    explicit performs above.
       p100-cmp-one-field section.
       p110-cmp-and-display.
           if WS-CMP-BEF-VAL not = WS-CMP-AFT-VAL
              display '      ' WS-CMP-FLD-NAME ' WAS ' WS-CMP-BEF-VAL
              display '      ' '          ' ' NOW ' WS-CMP-AFT-VAL
           end-if.
      *     *--------------------------------------------------------*
       p199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section closes the files used by the program.
       x000-clse-file section.
       x010-close-files.
           close EMPMST.
       x020-close-hist-files.
           if HIST-WANTED
              close DEPT-FILE
                    JOBBAND-FILE
                    YTD-FILE
                    PEND-FILE
                    APPR-QUEUE
                    AUDIT-FILE
           end-if.

       x099-exit.
           exit.
