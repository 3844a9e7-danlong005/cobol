      *================================================================
      * REFAUD-REC.COB
      * Reference-table audit image.  REFMAINT logs every line it
      * adds, changes or closes in a reference table on the chained
      * trail ./refaudit.dta, in the standard AUDIT-REC.cob record
      * written through AUDIT_PARA.cob (so AUDVRFY checks it like
      * any other trail); this is the layout of the table line
      * inside AUD-BEFORE-IMAGE / AUD-AFTER-IMAGE, with the table
      * and the date the change took effect carried beside it.  The
      * same file is the tables' history: REFASOF rolls the live
      * tables back through it to print a table as it stood on a
      * date.
      *
      * AUD-ACTION: A add, C change, X close, H held - a transaction
      * accepted for a future effective date (after image only; the
      * A/C/X pair follows on the effective date itself).  An add
      * carries a space-filled before image; a close of a table
      * with no active flag removes the line and carries a
      * space-filled after image.  AUD-OPERATOR is the operator who
      * keyed the transaction.
      *================================================================
           05 RA-TABLE              PIC       X(4).
           05 RA-EFF-DATE           PIC       9(8).
           05 RA-LINE               PIC      X(40).
           05 FILLER                PIC      X(50).
