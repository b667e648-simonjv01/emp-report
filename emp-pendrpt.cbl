      *                   alternate keys on IN-WORKDEPT and
      *                   IN-LASTNAME - every program opening MSTDD
      *                   has to carry the same key clauses.
      *   2026-10-15  SV  Suspense record widened to 217 bytes in
      *                   step with emp-maint's new TRN-KEYED-BY/
      *                   TRN-APPROVED-BY.
      *--------------------------------------------------------*

       environment division.

       data division.
       file section.
      * the suspense record is emp-maint's 217-byte transaction
      * record - same layout, same TRN- field names (this program
      * has no second copy in scope to clash with).
       fd  PEND-FILE.
           05  TRN-IBAN              PIC X(34).
           05  TRN-BIC               PIC X(11).
           05  TRN-HELD-CNT          PIC 9(03).
           05  TRN-KEYED-BY          PIC X(08).
           05  TRN-APPROVED-BY       PIC X(08).

       fd  EMPMST.
           copy emprec.
