      *================================================================
      * ASSET-REC.COB
      * Company asset custody record, kept as a companion indexed
      * file (./assetmstr.dat, keyed AS-TAG, alternate key AS-EMPID
      * with duplicates) on the compmstr.dat model.  Laptops,
      * phones, keys and tools went out with no record on our side,
      * and most of last year's write-offs walked out the door with
      * a leaver.  ASSETMNT maintains it by transactions, with a
      * before/after image pair on ./assetaudit.dta for each change;
      * TERMCASC lists a leaver's outstanding assets on the
      * offboarding checklist; ASSETUNR reports what former
      * employees still hold.
      *
      * AS-EMPID is the employee the asset is issued to, or was
      * last issued to once it is back in stock (zero for an asset
      * never issued).  AS-RETURN-DATE is zero while the asset is
      * out.  AS-VALUE is the replacement value outstanding if it
      * never comes back.
      *================================================================
           05 AS-TAG                PIC       X(10).
           05 AS-TYPE               PIC        X(4).
              88 AS-TYPE-IS-VALID       VALUE 'LAPT' 'PHON' 'KEY '
                                              'TOOL' 'BADG' 'OTHR'.
           05 AS-DESC               PIC       X(30).
           05 AS-VALUE              PIC    9(7)V99.
           05 AS-STATUS             PIC        X(1).
              88 AS-IS-IN-STOCK         VALUE 'S'.
              88 AS-IS-ISSUED           VALUE 'I'.
              88 AS-IS-WRITTEN-OFF      VALUE 'W'.
           05 AS-EMPID              PIC        9(5).
           05 AS-ISSUE-DATE         PIC        9(8).
           05 AS-RETURN-DATE        PIC        9(8).
