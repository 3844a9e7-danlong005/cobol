      *================================================================
      * PROVEVT-REC.COB
      * Access-provisioning event record - the detail layout of the
      * two daily provisioning files PROVFEED writes from the audit
      * trail, ./provbadge.dta to facilities badging and
      * ./provdir.dta to the IT directory.  Each file is bracketed
      * by a HDR (generation, run date/time) and a TRL (record
      * count, EMPID hash) on the payroll.dta pattern.
      *
      * PV-EVENT: ADD  new hire, rehire or return from leave -
      *                create or re-enable access
      *           MOVE EMPDPT or EMPSITE changed - PV-OLD-DPT /
      *                PV-OLD-SITE carry the values it moved from
      *           SUSP on leave - disable, keep the account
      *           REVK terminated, retired or deleted - remove
      *                access
      * PV-EFF-DATE is the day the change takes effect (YYYYMMDD):
      * EMPHDT for a hire, EMPSTDT for a status change, the audit
      * date for a move or a delete.
      *================================================================
           05 PV-EVENT              PIC        X(4).
              88 PV-IS-ADD              VALUE 'ADD '.
              88 PV-IS-MOVE             VALUE 'MOVE'.
              88 PV-IS-SUSPEND          VALUE 'SUSP'.
              88 PV-IS-REVOKE           VALUE 'REVK'.
           05 PV-EMPID              PIC        9(5).
           05 PV-EFF-DATE           PIC        9(8).
           05 PV-FNM                PIC       X(25).
           05 PV-LNM                PIC       X(35).
           05 PV-DPT                PIC        X(4).
           05 PV-SITE               PIC        X(4).
           05 PV-OLD-DPT            PIC        X(4).
           05 PV-OLD-SITE           PIC        X(4).
