      *================================================================
      * EMPENT-REC.COB
      * Employee legal-entity assignment, kept as a companion
      * indexed file (./empent.dat) on the compmstr.dat model, keyed
      * on EMPID - which employing company the employee is on the
      * books of, validated against ./entityref.dta by ENTMAINT.
      * An employee with no record here belongs to the home entity.
      *
      * EE-ENT-HIRE-DATE (YYYYMMDD) is the day the employee joined
      * this entity - the original hire date for a first
      * assignment, the effective date of the move for a transfer.
      * A transfer is a termination in EE-PRIOR-ENTITY and a hire in
      * EE-ENTITY: the employee drops out of the old entity's feeds
      * and appears in the new entity's as a hire on this date,
      * while EMPHDT on the master is left alone so that company
      * service runs on unbroken across the move.
      *================================================================
           05 EE-EMPID              PIC        9(5).
           05 EE-ENTITY             PIC        X(4).
           05 EE-ENT-HIRE-DATE      PIC        9(8).
           05 EE-PRIOR-ENTITY       PIC        X(4).
           05 EE-PRIOR-END-DATE     PIC        9(8).
