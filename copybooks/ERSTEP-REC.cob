      *================================================================
      * ERSTEP-REC.COB
      * Employee-relations step-rules line (./erstep.parm, line
      * sequential), read by ERCMNT to set each case's next due
      * date and by ERDUE for the step names.  Fixed columns:
      *
      *    col  1     case type (W, G, I - copybooks/ERCASE-REC.cob)
      *    col  2     blank
      *    cols 3-4   step number, 01 upward
      *    col  5     blank
      *    cols 6-8   calendar days allowed to complete the step,
      *               counted from the day the case reaches it
      *    col  9     blank
      *    cols 10-29 step name for the reports
      *
      * Step 00 of a type is not a step: its days are the handbook
      * period a case of that type stays on the employee's active
      * record, counted from the opened date ('W 00 365' - a
      * warning drops off after a year).  A '*' in column 1 is a
      * comment.  Changing a line moves the deadlines of cases that
      * reach the step afterwards, not of those already at it.
      *================================================================
           05 ES-TYPE               PIC        X(1).
           05 FILLER                PIC        X(1).
           05 ES-STEP               PIC        9(2).
           05 FILLER                PIC        X(1).
           05 ES-DAYS               PIC        9(3).
           05 FILLER                PIC        X(1).
           05 ES-NAME               PIC       X(20).
