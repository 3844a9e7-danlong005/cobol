              05 SNAP-HEADCOUNT PIC      9(5).
              05 SNAP-AVG-AGE PIC        9(3)V9.
              05 SNAP-AVG-SVC PIC        9(3)V9.
              05 SNAP-CONTINGENT PIC     9(5).
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
