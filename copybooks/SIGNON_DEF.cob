          88 SG-OPER-FILE-OK       VALUE '00'.
       01 SG-SIGNON-EOF   PIC        A(1).
       01 SG-OPER-EOF     PIC        A(1).
       01 SG-CRED-STATUS  PIC        X(2).
          88 SG-CRED-FILE-OK       VALUE '00'.
          88 SG-CRED-NOT-FOUND     VALUE '23'.
          88 SG-CRED-MISSING       VALUE '35'.
          88 SG-CRED-LOCKED        VALUE '61'.
      *
      * Every program that signs on opens ./opercred.dat I-O for the
      * moment it takes to check and stamp the password, so steps
      * started together can find it held; the OPEN is tried again
      * once a second up to SG-CRED-MAX-TRIES times before the
      * sign-on is refused.
       01 SG-CRED-TRIES   PIC        9(2).
       01 SG-CRED-MAX-TRIES PIC      9(2) VALUE 10.
       01 SG-SLEEP-CMD    PIC       X(10) VALUE 'sleep 1'.
       01 SG-SCRED-STATUS PIC        X(2).
          88 SG-SCRED-FILE-OK      VALUE '00'.
       01 SG-SCRED-EOF    PIC        A(1).
       01 SG-OPER-ID      PIC        X(8).
       01 SG-FOUND-CLASS  PIC        X(1).
       01 SG-FOUND-SW     PIC        X(1).
          88 SG-OPER-WAS-FOUND     VALUE 'Y'.
          88 SG-OPER-NOT-FOUND     VALUE 'N'.
      *
      * The class this program demands - 'R' for the inquiry
      * programs, 'U' for the routine update programs, 'A' for the
      * destructive ones, 'E' for the confidential employee-
      * relations case file.  Set it before PERFORMing
      * CHECK-SIGNON-PARA.
       01 SG-NEED-CLASS   PIC        X(1) VALUE 'U'.
       01 SG-DENY-REASON  PIC       X(30).
       01 SG-GRANT-SW     PIC        X(1).
      * The operator stamped into every audit image pair this run
      * writes - spaces until a sign-on is granted.
       01 WS-AUDIT-OPERATOR PIC      X(8) VALUE SPACES.
      *
      * The approving operator stamped alongside it while a change
      * held for two-person approval is applied - spaces otherwise.
       01 WS-AUDIT-CHECKER PIC       X(8) VALUE SPACES.
      *
      * Where the password comes from - keyed at the terminal by an
      * interactive program (set SG-INTERACTIVE before the PERFORM),
      * read from ./signon.cred by everything else.
       01 SG-MODE-SW      PIC        X(1) VALUE 'B'.
          88 SG-INTERACTIVE        VALUE 'I'.
          88 SG-BATCH              VALUE 'B'.
       01 SG-PASSWORD     PIC       X(16).
      *
      * Password policy, from the *POLICY line of ./operator.dta.
       01 SG-MAX-AGE      PIC        9(3) VALUE 090.
       01 SG-MAX-FAILS    PIC        9(2) VALUE 03.
       01 SG-POLICY-SW    PIC        X(1) VALUE 'N'.
          88 SG-POLICY-SEEN        VALUE 'Y'.
      *
      * Outcome of VERIFY-PASSWORD-PARA against the credential
      * record read into OPERCRED-REC.
       01 SG-PW-RESULT    PIC        X(1).
          88 SG-PW-GOOD            VALUE 'G'.
          88 SG-PW-EXPIRED         VALUE 'X'.
          88 SG-PW-WRONG           VALUE 'W'.
          88 SG-PW-LOCKED          VALUE 'L'.
          88 SG-PW-NOW-LOCKED      VALUE 'N'.
       01 SG-PW-CHECKED-SW PIC       X(1) VALUE 'N'.
          88 SG-PW-WAS-CHECKED     VALUE 'Y'.
       01 SG-TODAY        PIC        9(8).
       01 SG-PW-AGE-DAYS  PIC       S9(7).
      *
      * HASH-PASSWORD-PARA working fields - SG-PW-HASH comes back as
      * the digest of SG-OPER-ID and SG-PASSWORD.
       01 SG-PW-HASH      PIC       X(18).
       01 SG-HASH-TEXT    PIC       X(24).
       01 SG-HASH-A       PIC        9(9).
       01 SG-HASH-B       PIC        9(9).
       01 SG-HASH-CHAR    PIC        9(3).
       01 SG-HASH-IDX     PIC        9(2).
       01 SG-HASH-ROUND   PIC        9(2).
