      * LETSEL-REC.COB
      * Letter-selection record (./lettersel.dta) - the handoff
      * between the outreach reports and the letter generator.
      * RETIRPT, SVCANNIV, BDAYRPT, and DEPAGOUT each emit one line
      * per listed employee when run with the LETTERS command-line
      * token; LETTERGN reads the file back and merges each employee
      * into the letter template.  One line per letter: who, the
      * month the event lands in, and a short event label for the
      * &EVENT substitution token.
      *================================================================
           05 SEL-EMPID             PIC        9(5).
           05 FILLER                PIC        X(1).
