       identification division.
         program-id. emp-bnkrel.
         author. Simon Vargas.
         date-written. October 15, 2026.

      *
      *--------------------------------------------------------*
      * proj: section 15.4 - Employee Report Program (companion)
      * desc: Bank extract release step - the last thing run before
      *       the payment file goes to the bank. The extract
      *       emp-payroll writes is no longer handed over as it
      *       stands: this step first asks emp-runctl whether the
      *       upload may go (its U check - refused unless
      *       emp-payvar's verdict on this payroll is PASS; a HOLD
      *       needs the variance list reviewed and RUNOVRD=Y), then
      *       re-reads the extract and proves its DTL count and
      *       hash total against its TRL record, the same proof
      *       emp-bankret makes, and only then copies it unchanged
      *       to the upload file the bank transfer picks up. The
      *       release is recorded on the run-control file with the
      *       number of credits released.
      *    Files:
      *          *BANK-FILE   - emp-payroll's bank payment extract
      *                         (BNKDD, read twice - proof, then
      *                         copy)
      *          *UPLOAD-FILE - The released extract for the bank
      *                         upload (UPLDD), same 100-byte lines
      * Note: This program does not have any exception handling for
      *       simplicity purposes.
      * mods:
      *   2026-10-15  SV  Initial version - emp-runctl upload check
      *                   on the emp-payvar verdict, extract count/
      *                   hash proof, copy to the upload file.
      *--------------------------------------------------------*

       environment division.
       input-output section.
       file-control.
      * file-names below are DD-names resolved from the environment
      * at run time, same convention the other programs use.
           select BANK-FILE assign to 'BNKDD'
               organization is line sequential
               file status is WS-BFILE-ST.

           select UPLOAD-FILE assign to 'UPLDD'
               organization is line sequential
               file status is WS-UFILE-ST.

       data division.
       file section.
       fd  BANK-FILE.
       01  bnk-file-rec              pic x(100).

       fd  UPLOAD-FILE.
       01  upl-file-rec              pic x(100).

       working-storage section.

       01  ws-switch.
           05 WS-BNK-EOF-SW          PIC X(01) VALUE 'N'.
              88 BNK-EOF                       VALUE 'Y'.
              88 BNK-NOT-EOF                   VALUE 'N'.
           05 WS-TRL-FOUND-SW        PIC X(01) VALUE 'N'.
              88 TRL-FOUND                     VALUE 'Y'.
              88 TRL-NOT-FOUND                 VALUE 'N'.

       01  WS-TEMP-PGM-VALS.
           05 WS-BFILE-ST            PIC 9(02) VALUE ZEROES.
           05 WS-UFILE-ST            PIC 9(02) VALUE ZEROES.

       01  WS-COUNTERS.
           05 WS-COPY-CNT            PIC 9(06) VALUE ZEROES.

      * the extract's own control figures as this run re-adds them,
      * against the TRL record's count and hash - the same proof
      * emp-bankret makes before it reconciles.
       01  WS-EXTRACT-PROOF.
           05 WS-READ-CNT            PIC 9(06) VALUE ZEROES.
           05 WS-READ-HASH           PIC 9(13)V99 VALUE ZEROES.
           05 WS-TRL-CNT             PIC 9(06) VALUE ZEROES.
           05 WS-TRL-HASH            PIC 9(13)V99 VALUE ZEROES.

      * one extract line staged for the type dispatch - the same
      * 100-byte layouts emp-payroll writes, broken down the way
      * emp-bankret breaks them down.
       01  WS-BNK-LINE               PIC X(100) VALUE SPACES.
       01  WS-BNK-DTL REDEFINES WS-BNK-LINE.
           05 BDT-REC-TYPE           PIC X(03).
           05 BDT-EMPNO              PIC 9(06).
           05 BDT-NAME               PIC X(30).
           05 BDT-AMT                PIC 9(09)V99.
           05 BDT-IBAN               PIC X(34).
           05 BDT-BIC                PIC X(11).
           05 FILLER                 PIC X(05).
       01  WS-BNK-TRL REDEFINES WS-BNK-LINE.
           05 FILLER                 PIC X(03).
           05 BTL-CNT                PIC 9(06).
           05 BTL-HASH               PIC 9(13)V99.
           05 FILLER                 PIC X(76).

      * parameter area for the emp-runctl run-control subprogram.
           copy runctl.

       procedure division.
       declaratives
       decl-bankfile section.
           use after error procedure on BANK-FILE.
       bankfile-error.
           display 'Bank extract file error - ', WS-BFILE-ST.

       decl-uploadfile section.
           use after error procedure on UPLOAD-FILE.
       uploadfile-error.
           display 'Bank upload file error - ', WS-UFILE-ST.
       end declaratives.

      * Core business logic of the program.
       0000-core-business-logic.
           perform v000-chk-run-ctl
           perform c000-prove-extract
           perform d000-copy-extract
           perform v900-write-run-ctl
           stop run.
      *     *--------------------------------------------------------*
      *    asks emp-runctl whether the upload may go - refused while
      *    emp-payvar has not passed this payroll.
       v000-chk-run-ctl section.
       v010-chk-run-ctl.
           move 'U' to RCT-FUNC
           move 'emp-bnkrel' to RCT-PROGRAM
           move zeroes to RCT-REC-CNT
           move spaces to RCT-OUTCOME
           call 'emp-runctl' using RCT-CTL-AREA
           if RCT-REFUSED
              display 'Bank upload release refused - ', RCT-REASON
              display 'Set RUNOVRD=Y to override once the variance ',
                      'list has been reviewed'
              stop run
           end-if.
      *     *--------------------------------------------------------*
       v099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    first pass - re-adds the DTL credits and proves them
      *    against the TRL record. no trailer, or a count/hash that
      *    does not re-add, and nothing is released.
       c000-prove-extract section.
       c010-open-extract.
           set BNK-NOT-EOF to true
           open input BANK-FILE.
       c020-proof-loop.
           perform until BNK-EOF
              read BANK-FILE
                   at end
                      set BNK-EOF to true
                   not at end
                      move bnk-file-rec to WS-BNK-LINE
                      perform c100-add-one-line
              end-read
           end-perform.
       c030-close-extract.
           close BANK-FILE.
       c040-chk-trailer.
           if TRL-NOT-FOUND
              or WS-READ-CNT not = WS-TRL-CNT
              or WS-READ-HASH not = WS-TRL-HASH
              display 'Bank extract does not reconcile against its ',
                      'trailer - not released for upload'
              display 'Credits read=', WS-READ-CNT,
                      ' trailer count=', WS-TRL-CNT
              stop run
           end-if.
      *     *--------------------------------------------------------*
       c099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    adds one extract line into the proof by its record type -
      *    its own section since it is reached only via c020's read
      *    loop.
       c100-add-one-line section.
       c110-route-line.
           evaluate BDT-REC-TYPE
              when 'DTL'
                 add +1 to WS-READ-CNT
                 add BDT-AMT to WS-READ-HASH
              when 'TRL'
                 set TRL-FOUND to true
                 move BTL-CNT  to WS-TRL-CNT
                 move BTL-HASH to WS-TRL-HASH
           end-evaluate.
      *     *--------------------------------------------------------*
       c199-exit.
           exit.
      *     *--------------------------------------------------------*
      *    second pass - the proven extract goes to the upload file
      *    line for line, header and trailer included.
       d000-copy-extract section.
       d010-open-files.
           set BNK-NOT-EOF to true
           open input BANK-FILE
                output UPLOAD-FILE.
       d020-copy-loop.
           perform until BNK-EOF
              read BANK-FILE
                   at end
                      set BNK-EOF to true
                   not at end
                      add +1 to WS-COPY-CNT
                      write upl-file-rec from bnk-file-rec
              end-read
           end-perform.
       d030-close-files.
           close BANK-FILE
                 UPLOAD-FILE
           display 'Bank extract released for upload - credits=',
                   WS-READ-CNT, ' lines=', WS-COPY-CNT.
      *     *--------------------------------------------------------*
       d099-exit.
           exit.
      *     *--------------------------------------------------------*
      *    records the release on the shared run-control file.
       v900-write-run-ctl section.
       v910-write-run-ctl.
           move 'W' to RCT-FUNC
           move 'emp-bnkrel' to RCT-PROGRAM
           move WS-READ-CNT to RCT-REC-CNT
           move 'RELEASED' to RCT-OUTCOME
           call 'emp-runctl' using RCT-CTL-AREA.
      *     *--------------------------------------------------------*
       v999-exit.
           exit.
