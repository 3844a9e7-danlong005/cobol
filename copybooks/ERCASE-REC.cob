      *================================================================
      * ERCASE-REC.COB
      * Employee-relations case record, kept as a confidential
      * companion indexed file (./ercase.dat, keyed EC-CASE-NO,
      * alternate key EC-EMPID with duplicates) on the compmstr.dat
      * model.  Warnings, grievances and investigations used to
      * live in a personal spreadsheet, and a contractual response
      * deadline was missed.  ERCMNT maintains the file by
      * transactions; ERDUE lists the open cases by days to the
      * next deadline every morning.  Both demand the
      * employee-relations operator class (OP-CLASS 'E', copybooks/
      * OPER-REC.cob) - no other class can read or change a case.
      *
      * EC-TYPE:  W  warning
      *           G  grievance
      *           I  investigation
      *
      * EC-STEP is the step the case is at, from 01; EC-STEP-DATE
      * the day it reached it.  EC-NEXT-DUE is the date the step
      * must be completed by - the step date plus the days the
      * step-rules file (./erstep.parm, copybooks/ERSTEP-REC.cob)
      * allows - or zero once no deadline is running.
      *
      * EC-STATUS:  O  open
      *             C  closed - a warning stays on the employee's
      *                active record until EC-WARN-EXPIRE
      *             E  expired - a warning past its handbook period,
      *                set by ERDUE on the expiry date; off the
      *                active record
      *
      * EC-WARN-EXPIRE is the opened date plus the handbook period
      * (the type's step 00 line on the step-rules file) for a
      * warning, zero for any other type.
      *================================================================
           05 EC-CASE-NO            PIC        X(8).
           05 EC-EMPID              PIC        9(5).
           05 EC-TYPE               PIC        X(1).
              88 EC-IS-WARNING          VALUE 'W'.
              88 EC-IS-GRIEVANCE        VALUE 'G'.
              88 EC-IS-INVESTIGATION    VALUE 'I'.
              88 EC-TYPE-IS-VALID       VALUE 'W' 'G' 'I'.
           05 EC-OPENED             PIC        9(8).
           05 EC-STEP               PIC        9(2).
           05 EC-STEP-DATE          PIC        9(8).
           05 EC-NEXT-DUE           PIC        9(8).
           05 EC-STATUS             PIC        X(1).
              88 EC-IS-OPEN             VALUE 'O'.
              88 EC-IS-CLOSED           VALUE 'C'.
              88 EC-IS-EXPIRED          VALUE 'E'.
           05 EC-WARN-EXPIRE        PIC        9(8).
           05 EC-CLOSED-DATE        PIC        9(8).
           05 EC-DESC               PIC       X(30).
