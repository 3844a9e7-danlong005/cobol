      *================================================================
      * WKPERMIT-REC.COB
      * Minor-employee work permit, kept as a companion indexed file
      * (./wkpermit.dat) on the compmstr.dat model, keyed on EMPID -
      * one current permit per employee under 18.  WKPMMNT
      * maintains it; the add paths (EMPMAINT, EMPLOAD, PENDSWP)
      * refuse a new hire under 18 without one, through the shared
      * check in copybooks/WKPCHK_PARA.cob; MINORRPT reports on it
      * every week.
      *
      * The permit is keyed ahead of the hire, so the EMPID need
      * not be on the master yet when the permit is added.
      *
      * WP-MAX-DAY-HRS and WP-MAX-WEEK-HRS are the hours the permit
      * allows - zero means the permit sets no figure of its own
      * and the shop's default (8 a day, 40 a week) applies.
      *================================================================
           05 WP-EMPID              PIC        9(5).
           05 WP-PERMIT-NO          PIC       X(12).
           05 WP-ISSUE-DATE         PIC        9(8).
           05 WP-EXPIRE-DATE        PIC        9(8).
           05 WP-MAX-DAY-HRS        PIC        9(2).
           05 WP-MAX-WEEK-HRS       PIC        9(2).
           05 WP-ISSUED-BY          PIC       X(20).
