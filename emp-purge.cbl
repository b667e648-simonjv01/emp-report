       identification division.
         program-id. emp-purge.
         author. Simon Vargas.
         date-written. October 15, 2026.

      *
      *--------------------------------------------------------*
      * proj: section 15.4 - Employee Report Program (companion)
      * desc: Leaver archive and purge run. Takes off the indexed
      *       master every inactive employee whose IN-TERMDATE is
      *       older than the retention period, and writes the
      *       master record to the archive file (see archive.cpy)
      *       together with the employee's ytd.dat entries and
      *       audit.dat history, which come off those files too.
      *       Any other audit record whose run date is older than
      *       the retention period is aged out - dropped, not
      *       archived. Everything removed is listed on the purge
      *       register. An inactive employee with no termination
      *       date on file is never purged (there is no date to
      *       age), only counted on the register trailer.
      *       The retention period is the RETYRS environment
      *       variable (whole years, read the same way emp-payroll
      *       reads BONMM) and defaults to seven years; the cut-off
      *       is today's date that many years back.
      *       The run belongs inside the maintenance cycle, after
      *       emp-maint and before the second emp-unload, since it
      *       deletes from the master in place: its completion
      *       record carries the number of master records archived,
      *       and emp-verify accepts that many inactive records
      *       missing from the new snapshot instead of stamping the
      *       cycle DO-NOT-PROMOTE.
      *    Files:
      *          *EMPMST       - Indexed employee master (MSTDD),
      *                          opened i-o - leavers are deleted
      *          *YTD-IN       - Current year-to-date file (YTDIDD)
      *          *YTD-OUT      - Year-to-date file less the archived
      *                          employees (YTDODD) - next payroll's
      *                          YTD-IN
      *          *AUDIT-IN     - Current audit trail (AUDDD)
      *          *AUDIT-OUT    - Audit trail less the archived and
      *                          aged-out records (AUDODD) - becomes
      *                          the AUDDD emp-maint extends
      *          *ARCHIVE-FILE - Leaver archive (ARCDD, extend mode)
      *          *PURGE-RPT    - Purge register (PRGDD)
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *   2026-10-15  SV  Initial version - leaver archive with ytd
      *                   and audit history, audit age-out, purge
      *                   register and the run-control purge count.
      *   2026-10-15  SV  Audit record widened to 429 bytes for the
      *                   new AUD-APPROVED-BY (see auditrec.cpy) -
      *                   AUDIT-OUT and the archive image follow.
      *--------------------------------------------------------*

       environment division.
       input-output section.
       file-control.
      * file-names below are DD-names resolved from the environment
      * at run time, same convention the other programs use.
      * dynamic access - read through in key order, each leaver
      * deleted as it is reached.
           select EMPMST assign to 'MSTDD'
               organization is indexed
               access mode is dynamic
               record key is IN-EMPNO
               alternate record key is IN-WORKDEPT with duplicates
               alternate record key is IN-LASTNAME with duplicates
               file status is WS-MFILE-ST.

           select YTD-IN assign to 'YTDIDD'
               organization is line sequential
               file status is WS-YIFILE-ST.

           select YTD-OUT assign to 'YTDODD'
               organization is line sequential
               file status is WS-YOFILE-ST.

           select AUDIT-IN assign to 'AUDDD'
               organization is line sequential
               file status is WS-AIFILE-ST.

           select AUDIT-OUT assign to 'AUDODD'
               organization is line sequential
               file status is WS-AOFILE-ST.

      * the archive accumulates across purge runs - OPTIONAL so the
      * first run starts it rather than failing.
           select optional ARCHIVE-FILE assign to 'ARCDD'
               organization is line sequential
               file status is WS-RCFILE-ST.

           select PURGE-RPT assign to 'PRGDD'
               organization is line sequential
               file status is WS-PFILE-ST.

       data division.
       file section.
       fd  EMPMST.
           copy emprec.

       fd  YTD-IN.
           copy ytdrec.

       fd  YTD-OUT.
       01  ytd-out-rec               pic x(71).

       fd  AUDIT-IN.
           copy auditrec.

       fd  AUDIT-OUT.
       01  aud-out-rec               pic x(429).

       fd  ARCHIVE-FILE.
           copy archive.

       fd  PURGE-RPT.
       01  prg-rpt-rec               pic x(132).

       working-storage section.

       01  ws-switch.
           05 WS-MST-EOF-SW          PIC X(01) VALUE 'N'.
              88 MST-EOF                       VALUE 'Y'.
              88 MST-NOT-EOF                   VALUE 'N'.
           05 WS-YTD-EOF-SW          PIC X(01) VALUE 'N'.
              88 YTD-EOF                       VALUE 'Y'.
              88 YTD-NOT-EOF                   VALUE 'N'.
           05 WS-AUD-EOF-SW          PIC X(01) VALUE 'N'.
              88 AUD-EOF                       VALUE 'Y'.
              88 AUD-NOT-EOF                   VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 ws-emply-name          pic x(30) value spaces.
           05 ws-pointer-fld-1       pic s9(03) value zeros.
           05 WS-MFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-YIFILE-ST           PIC 9(02) VALUE ZEROES.
           05 WS-YOFILE-ST           PIC 9(02) VALUE ZEROES.
           05 WS-AIFILE-ST           PIC 9(02) VALUE ZEROES.
           05 WS-AOFILE-ST           PIC 9(02) VALUE ZEROES.
           05 WS-RCFILE-ST           PIC 9(02) VALUE ZEROES.
           05 WS-PFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-RETYRS-ENV          PIC X(02) VALUE SPACES.
           05 WS-RETYRS-LEN          PIC 9(01) VALUE ZEROES.
           05 WS-RET-YEARS           PIC 9(02) VALUE 7.

       01  WS-COUNTERS.
           05 WS-MST-ARCH-CNT        PIC 9(05) VALUE ZEROES.
           05 WS-YTD-ARCH-CNT        PIC 9(05) VALUE ZEROES.
           05 WS-AUD-ARCH-CNT        PIC 9(05) VALUE ZEROES.
           05 WS-AUD-AGED-CNT        PIC 9(05) VALUE ZEROES.
           05 WS-NO-TRMDTE-CNT       PIC 9(05) VALUE ZEROES.

      * today, the run date stamped on the archive (DDMMYYYY) and
      * the retention cut-off. the file dates are all DDMMYYYY, so
      * each is turned round YYYYMMDD before it is compared.
       01  WS-TEMP-DATE.
           05 WS-TDY-DTE PIC 9(08).
           05 THIS REDEFINES WS-TDY-DTE.
              10 WS-TDYDTE-YYYY       PIC 9(04).
              10 WS-TDYDTE-MM         PIC 9(02).
              10 WS-TDYDTE-DD         PIC 9(02).
           05 WS-RUN-DTE             PIC 9(08) VALUE ZEROES.
           05 WS-CUT-DTE             PIC 9(08) VALUE ZEROES.
           05 THIS REDEFINES WS-CUT-DTE.
              10 WS-CUTDTE-YYYY       PIC 9(04).
              10 WS-CUTDTE-MM         PIC 9(02).
              10 WS-CUTDTE-DD         PIC 9(02).
           05 WS-CMP-DTE             PIC 9(08) VALUE ZEROES.
           05 THIS REDEFINES WS-CMP-DTE.
              10 WS-CMPDTE-YYYY       PIC 9(04).
              10 WS-CMPDTE-MM         PIC 9(02).
              10 WS-CMPDTE-DD         PIC 9(02).

      * the employees archived this run, in the empno order the
      * master was read in - scanned by s000-find-archived for
      * each ytd.dat and audit.dat record.
       01  WS-ARCHIVED.
           05 WS-ARH-CNT             PIC 9(04) VALUE ZEROES.
           05 WS-ARH-TBL OCCURS 1000 TIMES.
              10 ARH-EMPNO            PIC 9(06).
              10 ARH-NAME             PIC X(30).
           05 WS-ARH-IDX             PIC 9(04) VALUE ZEROES.
           05 WS-FOUND-ARH-IDX       PIC 9(04) VALUE ZEROES.
           05 WS-LKP-EMPNO           PIC 9(06) VALUE ZEROES.

      * the leading master fields of an audit record's after image
      * - the empno and name for the register.
       01  WS-AUD-IMAGE              PIC X(202) VALUE SPACES.
       01  WS-AUD-IMG-FLDS REDEFINES WS-AUD-IMAGE.
           05 AIM-EMPNO              PIC X(06).
           05 AIM-FIRSTNAME          PIC X(12).
           05 AIM-MIDINIT            PIC X(01).
           05 AIM-LASTNAME           PIC X(17).
           05 FILLER                 PIC X(166).

       01  PRG-HEAD1.
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(40)
                        VALUE 'LEAVER ARCHIVE AND PURGE REGISTER'.
           05 FILLER                 PIC X(17)
                        VALUE 'RETENTION CUTOFF '.
           05 PHD-CUT-DTE.
              10 PHD-CUT-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 PHD-CUT-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 PHD-CUT-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE SPACES.
           05 PHD-DTE.
              10 PHD-DTE-DD           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 PHD-DTE-MM           PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(01) VALUE '/'.
              10 PHD-DTE-YYYY         PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  PRG-COLHEAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE 'FILE'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE 'EMPNO'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE 'NAME'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'DATE'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'ACTION'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE 'DETAIL'.
           05 FILLER                 PIC X(26) VALUE SPACES.

      * one line per record removed - the date is the leaving date
      * for a master record and the run date for an audit record.
       01  PRG-DTL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 PDL-FILE               PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDL-EMPNO              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDL-NAME               PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDL-DTE.
              10 PDL-DTE-DD           PIC X(02).
              10 PDL-DTE-SEP1         PIC X(01).
              10 PDL-DTE-MM           PIC X(02).
              10 PDL-DTE-SEP2         PIC X(01).
              10 PDL-DTE-YYYY         PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDL-ACTION             PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PDL-DETAIL             PIC X(30).
           05 FILLER                 PIC X(26) VALUE SPACES.

       01  PRG-NONE-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(40)
                        VALUE 'NOTHING PAST THE RETENTION CUTOFF'.
           05 FILLER                 PIC X(88) VALUE SPACES.

       01  PRG-TRL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE 'MASTER ARCHIVED='.
           05 PTL-MST-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'YTD ARCHIVED='.
           05 PTL-YTD-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE 'AUDIT ARCHIVED='.
           05 PTL-AUD-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE 'AUDIT AGED OUT='.
           05 PTL-AGED-COUNT         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(17)
                                        VALUE 'NO TERMDATE KEPT='.
           05 PTL-NOTRM-COUNT        PIC ZZZZ9.
           05 FILLER                 PIC X(19) VALUE SPACES.

      * parameter area for the emp-runctl run-control subprogram.
           copy runctl.

       procedure division.
       declaratives
       decl-empmst section.
           use after error procedure on EMPMST.
       empmst-error.
           display 'Indexed master file error - ', WS-MFILE-ST.

       decl-ytdin section.
           use after error procedure on YTD-IN.
       ytdin-error.
           display 'YTD input file error - ', WS-YIFILE-ST.

       decl-ytdout section.
           use after error procedure on YTD-OUT.
       ytdout-error.
           display 'YTD output file error - ', WS-YOFILE-ST.

       decl-auditin section.
           use after error procedure on AUDIT-IN.
       auditin-error.
           display 'Audit input file error - ', WS-AIFILE-ST.

       decl-auditout section.
           use after error procedure on AUDIT-OUT.
       auditout-error.
           display 'Audit output file error - ', WS-AOFILE-ST.

       decl-archivefile section.
           use after error procedure on ARCHIVE-FILE.
       archivefile-error.
           display 'Leaver archive file error - ', WS-RCFILE-ST.

       decl-purgerpt section.
           use after error procedure on PURGE-RPT.
       purgerpt-error.
           display 'Purge register file error - ', WS-PFILE-ST.
       end declaratives.

      * Core business logic of the program.
       0000-core-business-logic.
           perform a000-init-vals
           perform b000-open-files
           perform c000-purge-master
           perform d000-purge-ytd
           perform e000-purge-audit
           perform g000-prnt-trailer
           perform v900-write-run-ctl
           perform x000-clse-file
           stop run.
      *     *--------------------------------------------------------*
      *   This section picks up today's date, the retention period
      *   and the cut-off date it gives.
       a000-init-vals section.
       a010-init-tmp-vals.
           accept WS-TDY-DTE from date yyyymmdd
           move WS-TDYDTE-DD   to WS-RUN-DTE(1:2)
           move WS-TDYDTE-MM   to WS-RUN-DTE(3:2)
           move WS-TDYDTE-YYYY to WS-RUN-DTE(5:4).
       a020-get-retention.
           accept WS-RETYRS-ENV from environment 'RETYRS'
           if WS-RETYRS-ENV not = spaces
              move 0 to WS-RETYRS-LEN
              inspect WS-RETYRS-ENV tallying WS-RETYRS-LEN
                      for characters before initial space
              if WS-RETYRS-LEN > 0
                 and WS-RETYRS-ENV(1:WS-RETYRS-LEN) is numeric
                 and WS-RETYRS-ENV(1:WS-RETYRS-LEN) not = zeroes
                 move WS-RETYRS-ENV(1:WS-RETYRS-LEN) to WS-RET-YEARS
              else
                 display 'Invalid RETYRS value - ', WS-RETYRS-ENV,
                         ' - using 7 years'
              end-if
           end-if.
       a030-set-cutoff.
           move WS-TDY-DTE to WS-CUT-DTE
           subtract WS-RET-YEARS from WS-CUTDTE-YYYY
           if WS-CUTDTE-MM = 2 and WS-CUTDTE-DD = 29
              move 28 to WS-CUTDTE-DD
           end-if
           move WS-CUTDTE-DD   to PHD-CUT-DD
           move WS-CUTDTE-MM   to PHD-CUT-MM
           move WS-CUTDTE-YYYY to PHD-CUT-YYYY
           display 'Purge run - retention ', WS-RET-YEARS,
                   ' years, cut-off ', PHD-CUT-DTE.
      *     *--------------------------------------------------------*
       a099-exit.
           exit.
      *     *--------------------------------------------------------*
      *   This section opens the files and writes the register
      *   headers.
       b000-open-files section.
       b010-open-files.
           open i-o EMPMST
                input YTD-IN
                      AUDIT-IN
                output YTD-OUT
                       AUDIT-OUT
                       PURGE-RPT
                extend ARCHIVE-FILE.
       b020-write-hdrs.
           move WS-TDYDTE-DD   to PHD-DTE-DD
           move WS-TDYDTE-MM   to PHD-DTE-MM
           move WS-TDYDTE-YYYY to PHD-DTE-YYYY
           write prg-rpt-rec from PRG-HEAD1
           write prg-rpt-rec from PRG-COLHEAD.
      *     *--------------------------------------------------------*
       b099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    reads the master through in empno order, archiving and
      *    deleting each leaver past the cut-off as it is reached.
       c000-purge-master section.
       c010-start-master.
           move zeroes to IN-EMPNO
           start EMPMST key is not less than IN-EMPNO
                 invalid key
                    set MST-EOF to true
           end-start.
       c020-read-loop.
           perform until MST-EOF
              read EMPMST next record
                   at end
                      set MST-EOF to true
                   not at end
                      perform c100-chk-one-emp
              end-read
           end-perform.
      *     *--------------------------------------------------------*
       c099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one master record - only an inactive employee who left
      *    before the cut-off goes. its own section since it is
      *    reached only via c020's read loop.
       c100-chk-one-emp section.
       c110-chk-leaver.
           if not IN-INACTIVE
              go to c199-exit
           end-if
           if IN-TERMDATE is not numeric or IN-TERMDATE = zeroes
              add +1 to WS-NO-TRMDTE-CNT
              go to c199-exit
           end-if
           move IN-TERMDATE(5:4) to WS-CMPDTE-YYYY
           move IN-TERMDATE(3:2) to WS-CMPDTE-MM
           move IN-TERMDATE(1:2) to WS-CMPDTE-DD
           if WS-CMP-DTE not < WS-CUT-DTE
              go to c199-exit
           end-if
           if WS-ARH-CNT not < 1000
              display 'Archive table full - ', IN-EMPNO,
                      ' kept until the next purge run'
              go to c199-exit
           end-if.
       c120-conc-emply-name.
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
           add 1 to WS-ARH-CNT
           move IN-EMPNO to ARH-EMPNO(WS-ARH-CNT)
           move ws-emply-name to ARH-NAME(WS-ARH-CNT).
       c130-archive-emp.
           move spaces to ARC-ARCHREC
           set ARC-MASTER to true
           move IN-EMPNO   to ARC-EMPNO
           move WS-RUN-DTE to ARC-ARCH-DATE
           move IN-EMPREC  to ARC-IMAGE
           write ARC-ARCHREC
           move 'MASTER'          to PDL-FILE
           move IN-EMPNO          to PDL-EMPNO
           move ws-emply-name     to PDL-NAME
           move IN-TERMDATE(1:2)  to PDL-DTE-DD
           move IN-TERMDATE(3:2)  to PDL-DTE-MM
           move IN-TERMDATE(5:4)  to PDL-DTE-YYYY
           move '/' to PDL-DTE-SEP1, PDL-DTE-SEP2
           move 'ARCHIVED'        to PDL-ACTION
           move 'LEFT BEFORE RETENTION CUTOFF' to PDL-DETAIL
           write prg-rpt-rec from PRG-DTL-LINE.
       c140-delete-emp.
           delete EMPMST record
                  invalid key
                     display 'Master delete failed - ', IN-EMPNO,
                             ' status ', WS-MFILE-ST
                  not invalid key
                     add +1 to WS-MST-ARCH-CNT
           end-delete.
      *     *--------------------------------------------------------*
       c199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    copies ytd.dat forward less the archived employees'
      *    entries, which go to the archive.
       d000-purge-ytd section.
       d010-copy-loop.
           perform until YTD-EOF
              read YTD-IN
                   at end
                      set YTD-EOF to true
                   not at end
                      perform d100-chk-one-ytd
              end-read
           end-perform.
      *     *--------------------------------------------------------*
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one ytd.dat entry - its own section since it is reached
      *    only via d010's read loop.
       d100-chk-one-ytd section.
       d110-chk-archived.
           move YTD-EMPNO to WS-LKP-EMPNO
           perform s000-find-archived
           if WS-FOUND-ARH-IDX = 0
              write ytd-out-rec from YTD-YTDREC
              go to d199-exit
           end-if.
       d120-archive-ytd.
           move spaces to ARC-ARCHREC
           set ARC-YTD to true
           move YTD-EMPNO  to ARC-EMPNO
           move WS-RUN-DTE to ARC-ARCH-DATE
           move YTD-YTDREC to ARC-IMAGE
           write ARC-ARCHREC
           add +1 to WS-YTD-ARCH-CNT
           move 'YTD'       to PDL-FILE
           move YTD-EMPNO   to PDL-EMPNO
           move ARH-NAME(WS-FOUND-ARH-IDX) to PDL-NAME
           move spaces      to PDL-DTE
           move 'ARCHIVED'  to PDL-ACTION
           move spaces      to PDL-DETAIL
           string 'TAX YEAR ' delimited by size
                  YTD-YEAR delimited by size
                  into PDL-DETAIL
           end-string
           write prg-rpt-rec from PRG-DTL-LINE.
      *     *--------------------------------------------------------*
       d199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    copies audit.dat forward less the archived employees'
      *    records, which go to the archive, and less every record
      *    run before the cut-off, which is dropped.
       e000-purge-audit section.
       e010-copy-loop.
           perform until AUD-EOF
              read AUDIT-IN
                   at end
                      set AUD-EOF to true
                   not at end
                      perform e100-chk-one-audit
              end-read
           end-perform.
       e020-chk-none.
           if WS-MST-ARCH-CNT = zeroes and WS-YTD-ARCH-CNT = zeroes
              and WS-AUD-ARCH-CNT = zeroes
              and WS-AUD-AGED-CNT = zeroes
              write prg-rpt-rec from PRG-NONE-LINE
           end-if.
      *     *--------------------------------------------------------*
       e099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    one audit record - the employee is the after image's
      *    empno (the before image of an add is spaces). its own
      *    section since it is reached only via e010's read loop.
       e100-chk-one-audit section.
       e110-move-ids.
           move AUD-AFTER-IMAGE to WS-AUD-IMAGE
           move AIM-EMPNO    to PDL-EMPNO
           move spaces       to PDL-NAME
           string AIM-FIRSTNAME delimited by space
                  " " delimited by size
                  AIM-LASTNAME delimited by space
                  into PDL-NAME
           end-string
           move AUD-RUN-DATE(1:2) to PDL-DTE-DD
           move AUD-RUN-DATE(3:2) to PDL-DTE-MM
           move AUD-RUN-DATE(5:4) to PDL-DTE-YYYY
           move '/' to PDL-DTE-SEP1, PDL-DTE-SEP2
           move 'AUDIT'      to PDL-FILE
           move spaces       to PDL-DETAIL
           string 'TRANSACTION CODE ' delimited by size
                  AUD-TRN-CODE delimited by size
                  into PDL-DETAIL
           end-string.
       e120-chk-archived.
           if AIM-EMPNO is numeric
              move AIM-EMPNO to WS-LKP-EMPNO
              perform s000-find-archived
           else
              move 0 to WS-FOUND-ARH-IDX
           end-if
           if WS-FOUND-ARH-IDX > 0
              move spaces to ARC-ARCHREC
              set ARC-AUDIT to true
              move WS-LKP-EMPNO to ARC-EMPNO
              move WS-RUN-DTE   to ARC-ARCH-DATE
              move AUD-AUDITREC to ARC-IMAGE
              write ARC-ARCHREC
              add +1 to WS-AUD-ARCH-CNT
              move ARH-NAME(WS-FOUND-ARH-IDX) to PDL-NAME
              move 'ARCHIVED' to PDL-ACTION
              write prg-rpt-rec from PRG-DTL-LINE
              go to e199-exit
           end-if.
       e130-chk-aged.
           move AUD-RUN-DATE(5:4) to WS-CMPDTE-YYYY
           move AUD-RUN-DATE(3:2) to WS-CMPDTE-MM
           move AUD-RUN-DATE(1:2) to WS-CMPDTE-DD
           if WS-CMP-DTE < WS-CUT-DTE
              add +1 to WS-AUD-AGED-CNT
              move 'AGED OUT' to PDL-ACTION
              write prg-rpt-rec from PRG-DTL-LINE
           else
              write aud-out-rec from AUD-AUDITREC
           end-if.
      *     *--------------------------------------------------------*
       e199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section writes the register trailer.
       g000-prnt-trailer section.
       g010-move-totals.
           move WS-MST-ARCH-CNT  to PTL-MST-COUNT
           move WS-YTD-ARCH-CNT  to PTL-YTD-COUNT
           move WS-AUD-ARCH-CNT  to PTL-AUD-COUNT
           move WS-AUD-AGED-CNT  to PTL-AGED-COUNT
           move WS-NO-TRMDTE-CNT to PTL-NOTRM-COUNT.
       g020-write-trailer.
           move spaces to prg-rpt-rec
           write prg-rpt-rec
           write prg-rpt-rec from PRG-TRL-LINE
           display 'Purge run - master records archived ',
                   WS-MST-ARCH-CNT, ', audit records aged out ',
                   WS-AUD-AGED-CNT.
      *     *--------------------------------------------------------*
       g099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    scans WS-ARH-TBL for WS-LKP-EMPNO - WS-FOUND-ARH-IDX
      *    comes back zero when the employee was not archived.
       s000-find-archived section.
       s010-init-scan.
           move 0 to WS-FOUND-ARH-IDX.
       s020-scan-arh-tbl.
           perform s050-chk-one-arh-slot
               varying WS-ARH-IDX from 1 by 1
               until WS-ARH-IDX > WS-ARH-CNT
                  or WS-FOUND-ARH-IDX > 0.
      *     *--------------------------------------------------------*
       s099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    checked once per slot by s020's PERFORM VARYING.
       s050-chk-one-arh-slot section.
       s051-chk-slot.
           if ARH-EMPNO(WS-ARH-IDX) = WS-LKP-EMPNO
              move WS-ARH-IDX to WS-FOUND-ARH-IDX
           end-if.
      *     *--------------------------------------------------------*
       s059-exit.
           exit.
      *     *--------------------------------------------------------*
      *    records the run on the shared run-control file - the
      *    count is the master records archived, which emp-verify
      *    expects to find missing from the new snapshot.
       v900-write-run-ctl section.
       v910-write-run-ctl.
           move 'W' to RCT-FUNC
           move 'emp-purge' to RCT-PROGRAM
           move WS-MST-ARCH-CNT to RCT-REC-CNT
           move 'PURGED' to RCT-OUTCOME
           call 'emp-runctl' using RCT-CTL-AREA.
      *     *--------------------------------------------------------*
       v999-exit.
           exit.
      *     *--------------------------------------------------------*
      *    this section closes the files used by the program.
       x000-clse-file section.
       x010-close-files.
           close EMPMST
                 YTD-IN
                 YTD-OUT
                 AUDIT-IN
                 AUDIT-OUT
                 ARCHIVE-FILE
                 PURGE-RPT.

       x099-exit.
           exit.
