      *================================================================
      * INCIDENT-REC.COB
      * Workplace injury / safety incident record, kept as a
      * companion indexed file (./incident.dat) on the compmstr.dat
      * model, keyed on the incident number from the site's report
      * form, with the injured EMPID as an alternate key.  Replaces
      * the paper forms each site used to file; INCDMNT maintains
      * it and INCDSUM builds the annual recordables summary.
      *
      * IN-SITE is the EMPSITE the incident is charged to, taken
      * from the master when the incident is added.  IN-CLASS is
      * the case outcome, the most serious that applies:
      *
      *    D  death
      *    A  days away from work
      *    R  restricted duty or job transfer
      *    O  other recordable case
      *    F  first aid only - logged, not recordable
      *
      * IN-TYPE is the injury or illness type for the summary: I
      * injury, S skin disorder, R respiratory, P poisoning, H
      * hearing loss, O all other illnesses.  IN-DAYS-AWAY and
      * IN-RESTRICT-DAYS are calendar days, updated as the case
      * develops.  IN-TASK-CERT, when keyed, is the certification
      * (skill code, ./skillref.dta) the task being done required.
      *================================================================
           05 IN-NUMBER             PIC        X(8).
           05 IN-EMPID              PIC        9(5).
           05 IN-SITE               PIC        X(4).
           05 IN-DATE               PIC        9(8).
           05 IN-CLASS              PIC        X(1).
              88 IN-IS-DEATH            VALUE 'D'.
              88 IN-IS-DAYS-AWAY        VALUE 'A'.
              88 IN-IS-RESTRICTED       VALUE 'R'.
              88 IN-IS-OTHER-RECORDABLE VALUE 'O'.
              88 IN-IS-FIRST-AID        VALUE 'F'.
              88 IN-IS-RECORDABLE       VALUE 'D' 'A' 'R' 'O'.
              88 IN-CLASS-IS-VALID      VALUE 'D' 'A' 'R' 'O' 'F'.
           05 IN-TYPE               PIC        X(1).
              88 IN-IS-INJURY           VALUE 'I'.
              88 IN-IS-SKIN             VALUE 'S'.
              88 IN-IS-RESPIRATORY      VALUE 'R'.
              88 IN-IS-POISONING        VALUE 'P'.
              88 IN-IS-HEARING          VALUE 'H'.
              88 IN-IS-OTHER-ILLNESS    VALUE 'O'.
              88 IN-TYPE-IS-VALID       VALUE 'I' 'S' 'R' 'P' 'H' 'O'.
           05 IN-DAYS-AWAY          PIC        9(3).
           05 IN-RESTRICT-DAYS      PIC        9(3).
           05 IN-TASK-CERT          PIC        X(4).
           05 IN-DESC               PIC       X(30).
