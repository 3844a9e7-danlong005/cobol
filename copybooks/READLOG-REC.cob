      *================================================================
      * READLOG-REC.COB
      * Read-access log record (./readlog.dta) - one line each time
      * sensitive data is put in front of someone, the way
      * SECLOG-REC records who was turned away: who signed on, from
      * which program, when, and what they saw.  Appended to by
      * WRITE-READLOG-PARA (copybooks/READLOG_PARA.cob) and read by
      * PRIVRPT for the privacy officer's weekly review.
      *
      *    RA-KIND         E  one employee record displayed - EMPID
      *                       carries whose
      *                    R  a confidential report produced or
      *                       fetched - SUBJECT names it
      *                    X  an extract written - SUBJECT names the
      *                       file
      *    RA-RECORDS      employee records the entry exposed - 1 for
      *                    a display, the headcount of a report or
      *                    extract run; a fetched report counts its
      *                    print lines
      *================================================================
           05 RA-RUN-DATE           PIC        9(8).
           05 RA-RUN-TIME           PIC        9(6).
           05 RA-PROGRAM            PIC       X(20).
           05 RA-OPER-ID            PIC        X(8).
           05 RA-KIND               PIC        X(1).
              88 RA-IS-RECORD           VALUE 'E'.
              88 RA-IS-REPORT           VALUE 'R'.
              88 RA-IS-EXTRACT          VALUE 'X'.
           05 RA-EMPID              PIC        9(5).
           05 RA-SUBJECT            PIC       X(40).
           05 RA-RECORDS            PIC        9(7).
