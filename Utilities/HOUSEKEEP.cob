              COPY "RPTCAT-REC.cob".
      *
           FD RPTCATNEW.
           01 RPTCATNEW-REC    PIC       X(91).
      *
           WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS  PIC        X(2).
