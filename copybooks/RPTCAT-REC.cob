      * "the DEPTRPT from the 3rd" becomes a catalog lookup
      * (RPTFETCH) instead of a filename guessing game, and
      * HOUSEKEEP ages the cataloged files off the same controlled
      * way archived extracts go.  RC-CONFIDENTIAL marks a print
      * file produced in its confidential (unmasked) form - fetching
      * one through RPTFETCH is a logged read
      * (copybooks/READLOG_PARA.cob).  'R' marks one restricted
      * further - a subject-access dossier (SUBJACC) - which is
      * confidential too and fetched by a class A operator alone.
      * 'E' marks a listing from the employee-relations case file
      * (ERDUE) - confidential too, and fetched by a class E
      * operator alone.
      *================================================================
           05 RC-PROGRAM            PIC       X(20).
           05 RC-FNAME              PIC       X(40).
           05 RC-BUSINESS-DATE      PIC        9(8).
           05 RC-PAGE-COUNT         PIC        9(3).
           05 RC-LINE-COUNT         PIC        9(5).
           05 RC-CONFIDENTIAL       PIC        X(1).
              88 RC-IS-CONFIDENTIAL     VALUE 'C' 'R' 'E'.
              88 RC-IS-RESTRICTED       VALUE 'R'.
              88 RC-IS-ER-ONLY          VALUE 'E'.
