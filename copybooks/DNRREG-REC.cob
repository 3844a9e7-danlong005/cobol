      *================================================================
      * DNRREG-REC.COB
      * Do-not-rehire register (./dnrreg.dat), a companion indexed
      * file keyed on EMPID - one entry per former employee the
      * shop will not take back.  DNRMAINT maintains it, class A
      * operators only; TERMCASC offers every termination it
      * cascades for an entry (./dnroffer.dta).  The add paths
      * (EMPMAINT, PENDSWP, EMPENTRY, EMPLOAD) check every new
      * hire against it through the shared check in copybooks/
      * DNRCHK_PARA.cob, on the EMPID and on the DUPCHK EXACT rule
      * - same last name, same full DOB - through the DN-NAME-DOB
      * alternate key, so a rehire under a new number is caught
      * too.  The last name and DOB are taken off the master (or
      * the termination history) when the entry is made.
      *
      *    DN-REASON       CAUS  dismissed for cause
      *                    MISC  gross misconduct
      *                    FRAU  fraud or theft
      *                    VIOL  violence or threats
      *                    POLI  serious policy breach
      *                    OTHR  other - see the HR case file
      *    DN-EXPIRE-DATE  the first day the person may be hired
      *                    again; zero means the bar never lapses
      *    DN-SET-DATE     the day the entry was made or last
      *    DN-SET-BY       changed, and the operator who did it
      *================================================================
           05 DN-EMPID              PIC        9(5).
           05 DN-NAME-DOB.
              07 DN-LNM             PIC       X(35).
              07 DN-DOB             PIC       X(10).
           05 DN-REASON             PIC        X(4).
              88 DN-REASON-VALID        VALUE 'CAUS' 'MISC' 'FRAU'
                                              'VIOL' 'POLI' 'OTHR'.
           05 DN-EXPIRE-DATE        PIC        9(8).
           05 DN-SET-DATE           PIC        9(8).
           05 DN-SET-BY             PIC        X(8).
