      * when the set was cut, its record count and EMPID hash
      * total, and the backup file holding it.  MSTRREST verifies
      * every line before putting anything back, and refuses a set
      * whose members carry different generation stamps.  The
      * EMPAUDIT line also carries the audit trail's last chain
      * sequence and hash (copybooks/AUDCHAIN_PARA.cob) as they
      * stood when the set was cut, so AUDVRFY can later prove the
      * trail still holds that record unaltered; other members
      * leave them blank.
      *================================================================
           05 MFT-GEN               PIC       9(14).
           05 FILLER                PIC        X(1).
           05 MFT-HASH              PIC       9(10).
           05 FILLER                PIC        X(1).
           05 MFT-FILE              PIC       X(40).
           05 FILLER                PIC        X(1).
           05 MFT-CHAIN-SEQ         PIC        9(9).
           05 FILLER                PIC        X(1).
           05 MFT-CHAIN-HASH        PIC       X(18).
