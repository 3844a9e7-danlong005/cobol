      *================================================================
      * REFTRAN-REC.COB
      * Reference-table transaction (./reftran.dta), and the same
      * transaction held for a future effective date (./refpend.dta)
      * - REFMAINT reads the first and keeps the second.  One line
      * per transaction in fixed columns:
      *
      *    col  1      action - A add, C change (the whole line
      *                replaced by the image keyed), X close
      *    cols 2-5    table - DEPT deptref.dta, TITL titleref.dta,
      *                SKIL skillref.dta, LVTR leavetier.parm,
      *                RETR retirrule.parm
      *    cols 6-13   effective date YYYYMMDD - blank for today
      *    cols 14-53  the table line as it should read, in the
      *                table's own layout (a close needs the key
      *                alone)
      *
      * A held transaction also carries the operator who keyed it
      * and the day it was keyed, so the audit image written on the
      * effective date names the person who asked for the change.
      *================================================================
           05 RT-ACTION             PIC       X(1).
              88 RT-IS-ADD              VALUE 'A'.
              88 RT-IS-CHANGE           VALUE 'C'.
              88 RT-IS-CLOSE            VALUE 'X'.
           05 RT-TABLE              PIC       X(4).
           05 RT-EFF-DATE           PIC       X(8).
           05 RT-EFF-DATE-N REDEFINES RT-EFF-DATE
                                    PIC       9(8).
           05 RT-IMAGE              PIC      X(40).
           05 RT-OPERATOR           PIC       X(8).
           05 RT-KEYED-DATE         PIC       X(8).
