      *================================================================
      * PROVREVK-REC.COB
      * Outstanding-revoke record (./provrevk.dta).  PROVFEED
      * appends one for every REVK event it sends; PROVACK marks
      * each side off as the badging and directory acknowledgements
      * confirm it, and drops the record once both have.  A revoke
      * left on this file after the acknowledgement of its own
      * generation has come back is a badge or login still live
      * for someone who has left - PROVACK raises it as a
      * severity-8 alert.
      *================================================================
           05 PR-EMPID              PIC        9(5).
           05 PR-EFF-DATE           PIC        9(8).
           05 PR-GEN                PIC        9(5).
           05 PR-BADGE-ACK          PIC        X(1).
              88 PR-BADGE-ACKED         VALUE 'Y'.
           05 PR-DIR-ACK            PIC        X(1).
              88 PR-DIR-ACKED           VALUE 'Y'.
