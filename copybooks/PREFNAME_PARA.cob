      *================================================================
      * PREFNAME_PARA.COB
      * Preferred-name lookup for the outputs that address the
      * employee by the name they go by (see copybooks/
      * PREFNAME-REC.cob for which outputs those are).
      *
      *    OPEN-PREF-NAMES-PARA   opens ./prefmstr.dat; a missing
      *                           file just means everyone shows
      *                           their legal name
      *    GET-SHOW-NAME-PARA     PF-CHK-EMPID, PF-LEGAL-FNM,
      *                           PF-LEGAL-LNM -> PF-SHOW-FNM,
      *                           PF-SHOW-LNM, PF-SHOW-NAME
      *    CLOSE-PREF-NAMES-PARA  closes it again if it was opened
      *
      * COPY into the PROCEDURE DIVISION; first COPY
      * PREFNAME_DEF.cob into WORKING-STORAGE and COPY
      * PREFNAME-REC.cob into a PREFMSTR FD:
      *
      *    SELECT PREFMSTR ASSIGN TO './prefmstr.dat'
      *        ORGANIZATION IS INDEXED  ACCESS MODE IS RANDOM
      *        RECORD KEY IS PN-EMPID
      *        ALTERNATE RECORD KEY IS PN-PREF-LNM WITH DUPLICATES
      *        FILE STATUS PF-STATUS.
      *
      * (ACCESS MODE DYNAMIC where the program also searches on the
      * preferred last name.)
      *================================================================
       OPEN-PREF-NAMES-PARA.
           SET PF-UNAVAILABLE TO TRUE.
           OPEN INPUT PREFMSTR.
           IF PF-FILE-OK
             SET PF-AVAILABLE TO TRUE
           END-IF.

      * ================================================================
      * GET-SHOW-NAME-PARA
      * The preferred first name, and the preferred last name when
      * one is given; the legal name for anything not on file.
      * ================================================================
       GET-SHOW-NAME-PARA.
           SET PF-NO-PREFERRED TO TRUE.
           MOVE PF-LEGAL-FNM TO PF-SHOW-FNM.
           MOVE PF-LEGAL-LNM TO PF-SHOW-LNM.
           IF PF-AVAILABLE
             MOVE PF-CHK-EMPID TO PN-EMPID
             READ PREFMSTR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET PF-HAS-PREFERRED TO TRUE
                   IF PN-PREF-FNM NOT = SPACES
                     MOVE PN-PREF-FNM TO PF-SHOW-FNM
                   END-IF
                   IF PN-PREF-LNM NOT = SPACES
                     MOVE PN-PREF-LNM TO PF-SHOW-LNM
                   END-IF
             END-READ
           END-IF.
           MOVE SPACES TO PF-SHOW-NAME.
           STRING FUNCTION TRIM(PF-SHOW-FNM) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(PF-SHOW-LNM) DELIMITED BY SIZE
                  INTO PF-SHOW-NAME
           END-STRING.

      * ================================================================
      * CLOSE-PREF-NAMES-PARA
      * ================================================================
       CLOSE-PREF-NAMES-PARA.
           IF PF-AVAILABLE
             CLOSE PREFMSTR
             SET PF-UNAVAILABLE TO TRUE
           END-IF.
