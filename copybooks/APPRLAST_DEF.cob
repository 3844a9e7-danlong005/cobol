      *================================================================
      * APPRLAST_DEF.COB
      * WORKING-STORAGE fields used by the latest-appraisal lookup
      * (APPRLAST_PARA.cob).  COPY this into WORKING-STORAGE ahead
      * of the COPY of APPRLAST_PARA.cob itself; see that copybook
      * for the protocol.
      *================================================================
       01 AL-APPR-STATUS  PIC        X(2).
          88 AL-APPR-FILE-OK       VALUE '00'.
       01 AL-APPR-SW      PIC        X(1) VALUE 'N'.
          88 APPRAISALS-AVAILABLE  VALUE 'Y'.
          88 APPRAISALS-UNAVAILABLE VALUE 'N'.
       01 AL-APPR-EOF     PIC        A(1).
      *
      * Per-call interface: set AL-EMPID, PERFORM
      * FIND-LATEST-APPRAISAL-PARA, and read the rest back -
      * LATEST-APPRAISAL-FOUND says whether there was one.
       01 AL-EMPID        PIC        9(5).
       01 AL-FOUND-SW     PIC        X(1).
          88 LATEST-APPRAISAL-FOUND   VALUE 'Y'.
          88 LATEST-APPRAISAL-MISSING VALUE 'N'.
       01 AL-PERIOD-END   PIC        9(8).
       01 AL-RATING       PIC        X(1).
       01 AL-REVIEWER     PIC        9(5).
       01 AL-NEXT-DUE     PIC        9(8).
