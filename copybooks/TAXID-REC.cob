      *================================================================
      * TAXID-REC.COB
      * Confidential tax-identification record, kept as a separate
      * indexed companion file (./taxmstr.dat, keyed TX-EMPID, with
      * TX-TAXID as a unique alternate key) on the demomstr.dat
      * model - the government ID stays out of EMPLOYEE-REC, so the
      * many readers of the master never see it.  TAXMAINT loads
      * and maintains it, behind the operator sign-on, and refuses
      * an ID already on file for a different EMPID.  A program
      * that prints or shows the ID masks it through copybooks/
      * TAXMASK_PARA.cob.
      *
      * TX-TAXID: nine digits, no dashes - an SSN, or an ITIN
      * (leading 9).  TX-CHANGED-DATE / TX-CHANGED-BY stamp the
      * last load or change and the operator who made it.
      *================================================================
           05 TX-EMPID              PIC        9(5).
           05 TX-TAXID              PIC        X(9).
           05 TX-CHANGED-DATE       PIC        9(8).
           05 TX-CHANGED-BY         PIC        X(8).
