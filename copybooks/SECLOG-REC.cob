      * sign-on attempt, stamped the way RUNLOG-REC stamps runs, so
      * the auditors can see who was turned away from which program
      * and why without asking the operator on shift.  Appended to
      * by CHECK-SIGNON-PARA (copybooks/SIGNON_PARA.cob), which also
      * logs each ID it locks for too many password failures, and by
      * OPERPWD for every password reset and change.
      *================================================================
           05 SL-RUN-DATE           PIC        9(8).
           05 SL-RUN-TIME           PIC        9(6).
