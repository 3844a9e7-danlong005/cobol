      *================================================================
      * OPERCRED-REC.COB
      * Operator credential store (./opercred.dat), an indexed file
      * keyed on the operator ID - one entry per operator on
      * ./operator.dta, holding the password only as a one-way
      * digest of the operator ID and password together, never the
      * password itself.  CHECK-SIGNON-PARA (copybooks/
      * SIGNON_PARA.cob) verifies against it and keeps the failure
      * count; the
      * operator changes their own password, and a class A operator
      * resets anyone else's, through OPERPWD.
      *
      *    CR-PW-HASH      digest from HASH-PASSWORD-PARA
      *    CR-PW-SET-DATE  the day the password was last changed;
      *                    zero after a reset, so the temporary
      *                    password must be changed before it is
      *                    accepted anywhere else
      *    CR-FAIL-COUNT   consecutive failed sign-ons, back to zero
      *                    on a good one
      *    CR-LOCK-FLAG    L once the failures reach the limit - the
      *    CR-LOCK-DATE    ID is refused until a class A reset, and
      *                    the day it locked
      *    CR-SET-BY       who last set the password - the operator
      *                    themselves, or the resetting operator
      *================================================================
           05 CR-OPER-ID            PIC        X(8).
           05 CR-PW-HASH            PIC       X(18).
           05 CR-PW-SET-DATE        PIC        9(8).
           05 CR-FAIL-COUNT         PIC        9(2).
           05 CR-LOCK-FLAG          PIC        X(1).
              88 CR-IS-LOCKED           VALUE 'L'.
              88 CR-IS-UNLOCKED         VALUE ' '.
           05 CR-LOCK-DATE          PIC        9(8).
           05 CR-SET-BY             PIC        X(8).
