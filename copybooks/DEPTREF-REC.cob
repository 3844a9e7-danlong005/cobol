      * "SLAES" is rejected instead of becoming a new department with
      * its own subtotal; DEPTRPT reads it so subtotal lines can name
      * the department instead of showing a bare code.
      *
      * The same file carries the division hierarchy above the
      * departments.  A department line names its parent division
      * in DEPT-DIVISION (blank while it has none); a division is a
      * line of its own with DEPT-REC-TYPE 'V', its code in
      * DEPT-CODE and its name in DEPT-NAME.  Division codes must
      * not repeat a department code.  Every program that loads the
      * departments skips the division lines; the division rollups
      * read them through DIVISION_PARA.cob.  Lines written before
      * the hierarchy existed end at the active flag and read as
      * departments with no division.
      *================================================================
           05 DEPT-CODE             PIC       X(4).
           05 DEPT-NAME             PIC      X(30).
           05 DEPT-ACTIVE           PIC       X(1).
              88 DEPT-IS-ACTIVE         VALUE 'Y'.
              88 DEPT-IS-CLOSED         VALUE 'N'.
           05 DEPT-DIVISION         PIC       X(4).
           05 DEPT-REC-TYPE         PIC       X(1).
              88 DEPT-IS-DIVISION       VALUE 'V'.
