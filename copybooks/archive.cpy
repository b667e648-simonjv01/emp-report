      *----------------------------------------------------------------*
      * ARCHIVE  - Leaver archive record layout (archive.dat).
      *            One 448-byte record per item emp-purge takes off
      *            the live files for a long-terminated leaver: the
      *            master record itself, each ytd.dat entry and each
      *            audit.dat record for the employee. ARC-REC-TYPE
      *            says which, ARC-IMAGE holds the record exactly as
      *            it was on its own file (the 202-byte master, the
      *            71-byte ytd entry or the 429-byte audit record,
      *            left-justified, space-filled) so it can be put
      *            back unchanged, and ARC-ARCH-DATE (DDMMYYYY, same
      *            byte order as the master's dates) is the purge
      *            run that moved it. Written in extend mode so the
      *            archive accumulates across purge runs.
      *----------------------------------------------------------------*
       01  ARC-ARCHREC.
           05  ARC-REC-TYPE       PIC X(03).
               88  ARC-MASTER             VALUE 'EMP'.
               88  ARC-YTD                VALUE 'YTD'.
               88  ARC-AUDIT              VALUE 'AUD'.
           05  ARC-EMPNO          PIC 9(06).
           05  ARC-ARCH-DATE      PIC 9(08).
           05  ARC-IMAGE          PIC X(429).
           05  FILLER             PIC X(02).
