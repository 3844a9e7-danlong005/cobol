      *================================================================
      * PREFNAME-REC.COB
      * Preferred-name record, kept as an indexed companion file
      * (./prefmstr.dat, keyed PN-EMPID, with PN-PREF-LNM as an
      * alternate key with duplicates) on the addrmstr.dat model -
      * EMPFNM/EMPLNM on the master stay the legal name.  PREFMNT
      * loads and maintains it, behind the operator sign-on, with
      * the VALIDATE-NAME-PARA character rules and a before/after
      * image of every change on ./prefaudit.dta.
      *
      * Which name an output uses is fixed, not left to each
      * program (copybooks/PREFNAME_PARA.cob returns the name to
      * show):
      *
      *    preferred where there is one - BDAYRPT, SVCANNIV,
      *        MAILLBL, LETTERGN, and the EMPLOOK and EMPINQ
      *        inquiries (which also find an employee by either
      *        last name and show the legal name alongside)
      *    legal, always - PAYXTRCT, BENELIG, PENCENS, NEWHREG and
      *        every other payroll, benefits or regulatory extract,
      *        which read EMPFNM/EMPLNM and never this file
      *
      * PN-PREF-FNM is required; PN-PREF-LNM is blank when the
      * employee goes by their legal last name.  PN-CHANGED-DATE /
      * PN-CHANGED-BY stamp the last load or change and the
      * operator who made it.
      *================================================================
           05 PN-EMPID              PIC        9(5).
           05 PN-PREF-FNM           PIC       X(25).
           05 PN-PREF-LNM           PIC       X(35).
           05 PN-CHANGED-DATE       PIC        9(8).
           05 PN-CHANGED-BY         PIC        X(8).
