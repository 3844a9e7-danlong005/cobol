      *================================================================
      * ONBTMPL-REC.COB
      * Onboarding task template (./onbtmpl.dta) - one line per task
      * a new hire in a department must have done: the department
      * (EMPDPT code, or '****' for a task every department gets),
      * a four-character task code, how many days after EMPHDT the
      * task falls due, and the description that goes on the task
      * and the report.  Where a department line and a '****' line
      * carry the same task code the department's wins.
      *
      * Task code PROB is the probation review: its day count is
      * the probation length, and the task's due date is the
      * probation end date.  With no PROB line for the department
      * the probation runs ONB-DEFAULT-PROB-DAYS (see ONBBILD).
      *================================================================
           05 OT-DEPT               PIC        X(4).
              88 OT-ALL-DEPTS           VALUE '****'.
           05 OT-TASK-CODE          PIC        X(4).
              88 OT-IS-PROBATION        VALUE 'PROB'.
           05 OT-DUE-DAYS           PIC        9(3).
           05 OT-TASK-DESC          PIC       X(30).
