      *================================================================
      * ENTITYREF-REC.COB
      * Legal-entity reference record (./entityref.dta) - one line
      * per employing company, on the deptref.dta pattern: the
      * four-character entity code, the company's registered name,
      * the employer identification number it files under, a home
      * flag and an active flag ('Y' in use, 'N' closed).
      *
      * Exactly one line should carry ENT-HOME 'Y' - the original
      * company.  Every employee with no record on ./empent.dat
      * belongs to the home entity, so a shop that never keys an
      * assignment runs exactly as it always has, and the home
      * entity's feeds keep their original file names.  A shop with
      * no entityref.dta at all is a single-company shop.
      *================================================================
           05 ENT-CODE              PIC       X(4).
           05 ENT-NAME              PIC      X(30).
           05 ENT-EMPLOYER-ID       PIC      X(12).
           05 ENT-HOME              PIC       X(1).
              88 ENT-IS-HOME            VALUE 'Y'.
           05 ENT-ACTIVE            PIC       X(1).
              88 ENT-IS-ACTIVE          VALUE 'Y'.
              88 ENT-IS-CLOSED          VALUE 'N'.
