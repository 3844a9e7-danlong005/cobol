           MOVE RP-ASOF-DATE TO RC-BUSINESS-DATE.
           MOVE RP-PAGE-NUM TO RC-PAGE-COUNT.
           MOVE RP-TOTAL-LINES TO RC-LINE-COUNT.
           MOVE RP-CONFIDENTIAL-SW TO RC-CONFIDENTIAL.
           WRITE RPTCAT-REC.
           CLOSE RPTCAT.
           DISPLAY WS-PROGRAM-NAME ": REPORT WRITTEN TO "
