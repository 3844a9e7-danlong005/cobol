      *================================================================
      * CAND-REC.COB
      * Candidate record, kept as a companion indexed file
      * (./candmstr.dat, keyed CD-KEY - the requisition number and
      * a candidate sequence within it) alongside ./reqmstr.dat.
      * Until now the candidates between a requisition opening and
      * filling, and the offer made to each, lived in recruiters'
      * email.  CANDMNT maintains it by transactions and, when an
      * offer is accepted, keys the hire and fills the requisition
      * itself; TTFILL reports time-to-fill per department from it.
      *
      * CD-STATUS moves applied -> interviewed -> offered ->
      * accepted, or to declined from any open stage; each step
      * stamps its own date.  CD-DOB is in EMPDOB's YYYY-MM-DD form
      * and CD-SITE an EMPSITE code - both go onto the employee
      * record the acceptance generates.  CD-EMPID is the EMPID the
      * hire was given.
      *================================================================
           05 CD-KEY.
              07 CD-REQ-NUMBER      PIC        9(5).
              07 CD-SEQ             PIC        9(3).
           05 CD-FNM                PIC       X(25).
           05 CD-LNM                PIC       X(35).
           05 CD-DOB                PIC       X(10).
           05 CD-SITE               PIC        X(4).
           05 CD-STATUS             PIC        X(1).
              88 CD-IS-APPLIED          VALUE 'P'.
              88 CD-IS-INTERVIEWED      VALUE 'I'.
              88 CD-IS-OFFERED          VALUE 'O'.
              88 CD-IS-ACCEPTED         VALUE 'A'.
              88 CD-IS-DECLINED         VALUE 'D'.
              88 CD-IS-IN-PIPELINE      VALUE 'P' 'I' 'O'.
           05 CD-APPLIED-DATE       PIC        9(8).
           05 CD-INTERVIEW-DATE     PIC        9(8).
           05 CD-OFFER-DATE         PIC        9(8).
           05 CD-OFFER-SALARY       PIC    9(7)V99.
           05 CD-OFFER-GRADE        PIC        X(2).
           05 CD-START-DATE         PIC        9(8).
           05 CD-DECISION-DATE      PIC        9(8).
           05 CD-EMPID              PIC        9(5).
