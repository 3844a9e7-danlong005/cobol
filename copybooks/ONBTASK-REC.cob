      *================================================================
      * ONBTASK-REC.COB
      * Onboarding task record, kept as a companion indexed file
      * (./onbtask.dat, keyed EMPID plus task code) on the
      * apprmstr.dat model.  Nobody could say whether a new hire's
      * laptop, safety induction or first-90-day review had
      * happened.  ONBBILD instantiates a hire's tasks from the
      * department template (copybooks/ONBTMPL-REC.cob) when the
      * add reaches the audit trail; ONBMAINT keys completions;
      * ONBDUE reports what is overdue by manager.
      *
      * OB-DUE-DATE is EMPHDT plus the template's day offset.  The
      * PROB task is the probation review - its due date is the
      * probation end date, and it counts as reviewed once it is
      * completed here or an appraisal covering a period after the
      * hire date is on ./apprmstr.dat.  OB-DONE-DATE is zero while
      * the task is open.
      *================================================================
           05 OB-KEY.
              07 OB-EMPID           PIC        9(5).
              07 OB-TASK-CODE       PIC        X(4).
                 88 OB-IS-PROBATION     VALUE 'PROB'.
           05 OB-TASK-DESC          PIC       X(30).
           05 OB-DEPT               PIC        X(4).
           05 OB-HIRE-DATE          PIC        9(8).
           05 OB-DUE-DATE           PIC        9(8).
           05 OB-DONE-DATE          PIC        9(8).
              88 OB-IS-OPEN             VALUE ZERO.
