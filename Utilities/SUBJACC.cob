      *================================================================
      * SUBJACC
      * Subject-access dossier.  When an employee asks what the
      * company holds on them, the answer used to be a dozen
      * programs run by hand and stapled together; this gathers it
      * all for the one EMPID given on the command line into a
      * single print file, one labeled section per source:
      *
      *    01  employee master             ./empmstr.dat
      *    02  termination history         ./termhist.dat and
      *                                    ./termevnt.dta
      *    03  compensation                ./compmstr.dat
      *    04  compensation audit history  ./compaudit.dta
      *    05  address and emergency       ./addrmstr.dat
      *        contact
      *    06  dependents                  ./depmstr.dat
      *    07  demographics                ./demomstr.dat
      *    08  tax ID, last four digits    ./taxmstr.dat
      *        only
      *    09  skills and certifications   ./skillmstr.dat
      *    10  leave balance               ./leavebal.dat
      *    11  leave transactions          ./leavetran.dta
      *    12  leave requests              ./leavereq.dat
      *    13  leave forfeited at year end ./leaveforf.dta
      *    14  attendance                  ./attend.dat
      *    15  position history            ./poshist.dta
      *    16  supervisor                  ./supvisor.dat - whom
      *                                    they report to and who
      *                                    reports to them
      *    17  succession plans            ./succmstr.dat - posts
      *                                    held and posts they are
      *                                    named successor to
      *    18  preferred name              ./prefmstr.dat
      *    19  do-not-rehire register      ./dnrreg.dat
      *    20  work permit                 ./wkpermit.dat
      *    21  appraisals                  ./apprmstr.dat
      *    22  benefit elections           ./benelect.dat
      *    23  legal entity assignment     ./empent.dat
      *    24  onboarding tasks            ./onbtask.dat
      *    25  company assets              ./assetmstr.dat
      *    26  workplace incidents         ./incident.dat
      *    27  bonus allocations           ./bonusalloc.dta
      *    28  retroactive pay             ./retroadj.dta
      *    29  employee audit trail        ./empaudit.dta - every
      *                                    entry, before and after
      *                                    images both
      *    30  audit trails of the other   ./prefaudit.dta,
      *    -38 masters, one section each,  ./dnraudit.dta,
      *        the same way                ./wkpaudit.dta,
      *                                    ./appraudit.dta,
      *                                    ./assetaudit.dta,
      *                                    ./incdaudit.dta,
      *                                    ./entaudit.dta,
      *                                    ./supaudit.dta - as the
      *                                    employee or the manager,
      *                                    ./succaudit.dta - as the
      *                                    incumbent or a successor
      *    39  alerts naming the EMPID     ./alerts.dta
      *    40  record views - who has      ./readlog.dta
      *        looked at their records
      *    41  suspense records            ./suspense.dta
      *    42  exception records           ./exceptions.dta
      *    43  holding files, one section  ./loadsusp.dta,
      *    -57 each, where a maintenance   ./empsusp.dta,
      *        program has parked a        ./pendsusp.dta,
      *        rejected transaction, a     ./entrysusp.dta,
      *        correction waits to be      ./compsusp.dta,
      *        applied, a change is keyed  ./dnrsusp.dta,
      *        ahead of its date or one    ./addrsusp.dta,
      *        waits on a second operator  ./taxsusp.dta,
      *                                    ./prefsusp.dta,
      *                                    ./depnsusp.dta,
      *                                    ./benesusp.dta,
      *                                    ./apprsusp.dta,
      *                                    ./suspfix.dta,
      *                                    ./pending.dta,
      *                                    ./heldtran.dta
      *
      * A tax ID is never printed whole, here or in a holding
      * record: only its last four digits show (copybooks/
      * TAXMASK_PARA.cob).
      *
      * Every section is printed whether or not it holds anything:
      * an empty one says NO RECORDS HELD, and one whose file is
      * not on hand says so, so the dossier shows each source was
      * looked at rather than leaving the reader to wonder.  A
      * subject no longer on the master is still searched for
      * everywhere else - purged employees leave history behind.
      *
      * The file goes to ./subjacc_NNNNN_YYYYMMDD.rpt through the
      * shared writer and is cataloged as restricted (copybooks/
      * RPTCAT-REC.cob), so RPTFETCH hands it back to a class A
      * operator only.  The run is logged to the read-access trail
      * against the subject (copybooks/READLOG_PARA.cob), and needs
      * a class A sign-on.  RETURN-CODE 4 when nothing at all is
      * held on the EMPID, 8 for a missing or malformed EMPID.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJACC.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT TERMHIST ASSIGN TO './termhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TH-EMPID
              FILE STATUS IS WS-HIST-STATUS.
      *
              SELECT TERMEVNT ASSIGN TO './termevnt.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EVT-STATUS.
      *
              SELECT COMPMSTR ASSIGN TO './compmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CMP-EMPID OF COMPMSTR-REC
              FILE STATUS IS WS-COMP-STATUS.
      *
              SELECT AUDIT ASSIGN DYNAMIC WS-AUDIT-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      *
              SELECT ADDRMSTR ASSIGN TO './addrmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADR-EMPID OF ADDRMSTR-REC
              FILE STATUS IS WS-ADDR-STATUS.
      *
              SELECT DEPMSTR ASSIGN TO './depmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DEP-KEY OF DEPMSTR-REC
              FILE STATUS IS WS-DEP-STATUS.
      *
              SELECT DEMOMSTR ASSIGN TO './demomstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DMG-EMPID OF DEMOMSTR-REC
              FILE STATUS IS WS-DEMO-STATUS.
      *
              SELECT SKILLMSTR ASSIGN TO './skillmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SKL-KEY OF SKILLMSTR-REC
              FILE STATUS IS WS-SKL-STATUS.
      *
              SELECT LEAVEBAL ASSIGN TO './leavebal.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
              FILE STATUS IS WS-BAL-STATUS.
      *
              SELECT LEAVTRAN ASSIGN TO './leavetran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT POSHIST ASSIGN TO './poshist.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POSH-STATUS.
      *
              SELECT SUPVISOR ASSIGN TO './supvisor.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUP-EMPID OF SUPVISOR-REC
              FILE STATUS IS WS-SUP-STATUS.
      *
              SELECT PREFMSTR ASSIGN TO './prefmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PN-EMPID OF PREFMSTR-REC
              ALTERNATE RECORD KEY IS PN-PREF-LNM OF PREFMSTR-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-PREF-STATUS.
      *
              SELECT DNRREG ASSIGN TO './dnrreg.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DN-EMPID OF DNRREG-REC
              ALTERNATE RECORD KEY IS DN-NAME-DOB OF DNRREG-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-DNR-STATUS.
      *
              SELECT WKPERMIT ASSIGN TO './wkpermit.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS WP-EMPID OF WKPERMIT-REC
              FILE STATUS IS WS-PERMIT-STATUS.
      *
              SELECT APPRMSTR ASSIGN TO './apprmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS APR-KEY OF APPRMSTR-REC
              FILE STATUS IS WS-APPR-STATUS.
      *
              SELECT BENEMSTR ASSIGN TO './benelect.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BE-KEY OF BENEMSTR-REC
              FILE STATUS IS WS-BEN-STATUS.
      *
              SELECT TAXMSTR ASSIGN TO './taxmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TX-EMPID OF TAXMSTR-REC
              ALTERNATE RECORD KEY IS TX-TAXID OF TAXMSTR-REC
              FILE STATUS IS WS-TAX-STATUS.
      *
              SELECT ATTEND ASSIGN TO './attend.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AT-KEY OF ATTEND-REC
              FILE STATUS IS WS-ATT-STATUS.
      *
              SELECT LEAVEREQ ASSIGN TO './leavereq.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LR-KEY OF LEAVEREQ-REC
              FILE STATUS IS WS-LRQ-STATUS.
      *
              SELECT FORFJRNL ASSIGN TO './leaveforf.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FORF-STATUS.
      *
              SELECT ASSETMSTR ASSIGN TO './assetmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AS-TAG OF ASSETMSTR-REC
              ALTERNATE RECORD KEY IS AS-EMPID OF ASSETMSTR-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-ASSET-STATUS.
      *
              SELECT INCIDENT ASSIGN TO './incident.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IN-NUMBER OF INCIDENT-REC
              ALTERNATE RECORD KEY IS IN-EMPID OF INCIDENT-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-INCD-STATUS.
      *
              SELECT SUCCMSTR ASSIGN TO './succmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SP-KEY OF SUCCMSTR-REC
              FILE STATUS IS WS-SUCC-STATUS.
      *
              SELECT ONBTASK ASSIGN TO './onbtask.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OB-KEY OF ONBTASK-REC
              FILE STATUS IS WS-TASK-STATUS.
      *
              SELECT EMPENT ASSIGN TO './empent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EE-EMPID OF EMPENT-REC
              FILE STATUS IS WS-ENT-STATUS.
      *
              SELECT BONUSALLOC ASSIGN TO './bonusalloc.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BONUS-STATUS.
      *
              SELECT RETROFILE ASSIGN TO './retroadj.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETRO-STATUS.
      *
              SELECT ALERTS ASSIGN TO './alerts.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERTS-STATUS.
      *
              SELECT HOLDFILE ASSIGN DYNAMIC WS-HOLD-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLD-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT READLOG ASSIGN TO './readlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RA-LOG-STATUS.
      *
              SELECT SIGNON ASSIGN TO './signon.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-SIGNON-STATUS.
      *
              SELECT OPERFILE ASSIGN TO './operator.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-OPER-STATUS.
      *
              SELECT SECLOG ASSIGN TO './seclog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT OPERCRED ASSIGN TO './opercred.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CR-OPER-ID
              FILE STATUS IS SG-CRED-STATUS.
      *
              SELECT SIGNCRED ASSIGN TO './signon.cred'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-SCRED-STATUS.
      *
       DATA DIVISION.
           FILE SECTION.
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD TERMHIST.
           01 TERMHIST-REC.
              COPY "TERMVIEW-REC.cob".
      *
           FD TERMEVNT.
           01 TERMEVNT-REC.
              COPY "TERMEVT-REC.cob".
      *
           FD COMPMSTR.
           01 COMPMSTR-REC.
              COPY "COMP-REC.cob".
      *
           FD AUDIT.
           01 AUDIT-REC.
              COPY "AUDIT-REC.cob".
      *
           FD ADDRMSTR.
           01 ADDRMSTR-REC.
              COPY "ADDR-REC.cob".
      *
           FD DEPMSTR.
           01 DEPMSTR-REC.
              COPY "DEPEND-REC.cob".
      *
           FD DEMOMSTR.
           01 DEMOMSTR-REC.
              COPY "DEMOG-REC.cob".
      *
           FD SKILLMSTR.
           01 SKILLMSTR-REC.
              COPY "SKILL-REC.cob".
      *
           FD LEAVEBAL.
           01 LEAVEBAL-REC.
              COPY "LEAVE-REC.cob".
      *
           FD LEAVTRAN.
           01 LEAVTRAN-REC.
              05 LT-EMPID     PIC        9(5).
              05 FILLER       PIC        X(1).
              05 LT-DATE      PIC        9(8).
              05 FILLER       PIC        X(1).
              05 LT-HOURS     PIC      9(3)V99.
      *
           FD POSHIST.
           01 POSHIST-REC.
              COPY "POSHIST-REC.cob".
      *
           FD SUPVISOR.
           01 SUPVISOR-REC.
              COPY "SUPV-REC.cob".
      *
           FD PREFMSTR.
           01 PREFMSTR-REC.
              COPY "PREFNAME-REC.cob".
      *
           FD DNRREG.
           01 DNRREG-REC.
              COPY "DNRREG-REC.cob".
      *
           FD WKPERMIT.
           01 WKPERMIT-REC.
              COPY "WKPERMIT-REC.cob".
      *
           FD APPRMSTR.
           01 APPRMSTR-REC.
              COPY "APPRAISAL-REC.cob".
      *
           FD BENEMSTR.
           01 BENEMSTR-REC.
              COPY "BENELECT-REC.cob".
      *
           FD TAXMSTR.
           01 TAXMSTR-REC.
              COPY "TAXID-REC.cob".
      *
           FD ATTEND.
           01 ATTEND-REC.
              COPY "ATTEND-REC.cob".
      *
           FD LEAVEREQ.
           01 LEAVEREQ-REC.
              COPY "LVREQ-REC.cob".
      *
           FD FORFJRNL.
           01 FORFJRNL-REC.
              COPY "LVFORF-REC.cob".
      *
           FD ASSETMSTR.
           01 ASSETMSTR-REC.
              COPY "ASSET-REC.cob".
      *
           FD INCIDENT.
           01 INCIDENT-REC.
              COPY "INCIDENT-REC.cob".
      *
           FD SUCCMSTR.
           01 SUCCMSTR-REC.
              COPY "SUCC-REC.cob".
      *
           FD ONBTASK.
           01 ONBTASK-REC.
              COPY "ONBTASK-REC.cob".
      *
           FD EMPENT.
           01 EMPENT-REC.
              COPY "EMPENT-REC.cob".
      *
           FD BONUSALLOC.
           01 BONUSALLOC-REC.
              COPY "BONUSALC-REC.cob".
      *
      * RETROPAY's adjustment file - one line per pay day owed,
      * between a HDR and a TRL line.
           FD RETROFILE.
           01 RETROFILE-REC.
              05 RJ-EMPID        PIC     X(5).
              05 RJ-PAY-TYPE     PIC     X(3).
              05 RJ-PAY-DATE     PIC     9(8).
              05 RJ-AMOUNT       PIC  S9(7)V99
                                 SIGN IS LEADING SEPARATE.
              05 RJ-EFF-DATE     PIC     9(8).
      *
           FD ALERTS.
           01 ALERT-REC.
              COPY "ALERT-REC.cob".
      *
      * Suspense and exception lines both lead with the employee
      * image; the reject reason follows it, after the computed age
      * on an exception line.  Every other holding file leads with
      * its own store's record, EMPID first, and the reason follows
      * that; the longest, the address image, runs to 158 bytes.
      * A pending change leads with its effective date and action,
      * and a held-for-approval item (copybooks/HELDTRAN-REC.cob,
      * 166 bytes, the longest line) with its item fields.
           FD HOLDFILE.
           01 HOLDFILE-REC     PIC      X(166).
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           FD READLOG.
           01 READLOG-REC.
              COPY "READLOG-REC.cob".
      *
           FD SIGNON.
           01 SIGNON-REC.
              COPY "SIGNON-REC.cob".
      *
           FD OPERFILE.
           01 OPERFILE-REC.
              COPY "OPER-REC.cob".
      *
           FD SECLOG.
           01 SECLOG-REC.
              COPY "SECLOG-REC.cob".
      *
           FD OPERCRED.
           01 OPERCRED-REC.
              COPY "OPERCRED-REC.cob".
      *
           FD SIGNCRED.
           01 SIGNCRED-REC.
              COPY "SIGNCRED-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-HIST-STATUS  PIC        X(2).
              88 WS-HIST-OK          VALUE '00'.
           01 WS-EVT-STATUS   PIC        X(2).
              88 WS-EVT-OK           VALUE '00'.
           01 WS-COMP-STATUS  PIC        X(2).
              88 WS-COMP-OK          VALUE '00'.
           01 WS-AUDIT-STATUS PIC        X(2).
              88 WS-AUDIT-OK         VALUE '00'.
           01 WS-ADDR-STATUS  PIC        X(2).
              88 WS-ADDR-OK          VALUE '00'.
           01 WS-DEP-STATUS   PIC        X(2).
              88 WS-DEP-OK           VALUE '00'.
           01 WS-DEMO-STATUS  PIC        X(2).
              88 WS-DEMO-OK          VALUE '00'.
           01 WS-SKL-STATUS   PIC        X(2).
              88 WS-SKL-OK           VALUE '00'.
           01 WS-BAL-STATUS   PIC        X(2).
              88 WS-BAL-OK           VALUE '00'.
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-POSH-STATUS  PIC        X(2).
              88 WS-POSH-OK          VALUE '00'.
           01 WS-SUP-STATUS   PIC        X(2).
              88 WS-SUP-OK           VALUE '00'.
           01 WS-ALERTS-STATUS PIC       X(2).
              88 WS-ALERTS-OK        VALUE '00'.
           01 WS-PREF-STATUS  PIC        X(2).
              88 WS-PREF-OK          VALUE '00'.
           01 WS-DNR-STATUS   PIC        X(2).
              88 WS-DNR-OK           VALUE '00'.
           01 WS-PERMIT-STATUS PIC       X(2).
              88 WS-PERMIT-OK        VALUE '00'.
           01 WS-APPR-STATUS  PIC        X(2).
              88 WS-APPR-OK          VALUE '00'.
           01 WS-BEN-STATUS   PIC        X(2).
              88 WS-BEN-OK           VALUE '00'.
           01 WS-HOLD-STATUS  PIC        X(2).
              88 WS-HOLD-OK          VALUE '00'.
           01 WS-TAX-STATUS   PIC        X(2).
              88 WS-TAX-OK           VALUE '00'.
           01 WS-ATT-STATUS   PIC        X(2).
              88 WS-ATT-OK           VALUE '00'.
           01 WS-LRQ-STATUS   PIC        X(2).
              88 WS-LRQ-OK           VALUE '00'.
           01 WS-FORF-STATUS  PIC        X(2).
              88 WS-FORF-OK          VALUE '00'.
           01 WS-ASSET-STATUS PIC        X(2).
              88 WS-ASSET-OK         VALUE '00'.
           01 WS-INCD-STATUS  PIC        X(2).
              88 WS-INCD-OK          VALUE '00'.
           01 WS-SUCC-STATUS  PIC        X(2).
              88 WS-SUCC-OK          VALUE '00'.
           01 WS-TASK-STATUS  PIC        X(2).
              88 WS-TASK-OK          VALUE '00'.
           01 WS-ENT-STATUS   PIC        X(2).
              88 WS-ENT-OK           VALUE '00'.
           01 WS-BONUS-STATUS PIC        X(2).
              88 WS-BONUS-OK         VALUE '00'.
           01 WS-RETRO-STATUS PIC        X(2).
              88 WS-RETRO-OK         VALUE '00'.
      *
           01 WS-FILE-EOF     PIC        A(1).
           01 WS-AUDIT-FNAME  PIC       X(40).
           01 WS-HOLD-FNAME   PIC       X(40).
      *
      * Where the EMPID sits in each image on the trail being
      * searched - the first byte, but for the asset and incident
      * records, which lead with their own tag or number.  A record
      * that names other people too (a manager, successors) has
      * their positions in WS-TRAIL-ALT-POS, zero where unused;
      * they are cleared again for the next trail.
           01 WS-TRAIL-EMPID-POS PIC     9(3).
           01 WS-TRAIL-ALT-TBL VALUE ZEROS.
              05 WS-TRAIL-ALT-POS PIC    9(3) OCCURS 3 TIMES.
           01 WS-TRAIL-ALT-IDX PIC       9(1).
           01 WS-TRAIL-HIT-SW PIC        X(1).
              88 TRAIL-NAMES-SUBJECT VALUE 'Y'.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'SUBJACC'.
      *
      * The subject, as keyed and as a key.
           01 WS-EMPID-PARM   PIC       X(10).
           01 WS-PARM-LEN     PIC        9(2).
           01 WS-SUBJ-EMPID   PIC        9(5).
           01 WS-SUBJ-EMPID-X REDEFINES WS-SUBJ-EMPID
                              PIC        X(5).
      *
      * The section being printed - its heading, the file(s) it
      * comes from, how many records it has turned up so far, and
      * whether any of its files could be opened at all.
           01 WS-SECTION-NUM  PIC        9(2) VALUE ZERO.
           01 WS-SECTION-TITLE PIC      X(40).
           01 WS-SECTION-SOURCE PIC     X(40).
           01 WS-SECTION-HITS PIC        9(7).
           01 WS-SECTION-FILES PIC       9(1).
      *
           01 WS-TOTAL-HITS   PIC        9(7) VALUE ZERO.
           01 WS-SECTIONS-HELD PIC       9(2) VALUE ZERO.
      *
      * One labeled line within a section.
           01 WS-FIELD-LABEL  PIC       X(20).
           01 WS-FIELD-VALUE  PIC      X(105).
      *
      * How long the held record's image is on a holding-file line,
      * and where the reject reason starts after it - zero for a
      * file that carries no reason.
           01 WS-HOLD-IMAGE-LEN PIC      9(3).
           01 WS-REJ-POS      PIC        9(3).
           01 WS-HOLD-REST-LEN PIC       9(3).
      *
      * Where a tax ID sits on the holding-file line, to be masked
      * before it is printed - zero for a file that carries none.
           01 WS-HOLD-TAXID-POS PIC      9(3) VALUE ZERO.
           01 WS-HOLD-LINE    PIC      X(166).
      *
      * Where the EMPID sits on the line - the first byte, but for
      * the pending file, led by the effective date and action, and
      * the held-transactions file, led by the item's own fields -
      * and the label its lines print under, spaces for the usual
      * held record or correction.  Both go back to the usual for
      * the next file.
           01 WS-HOLD-EMPID-POS PIC      9(3) VALUE 1.
           01 WS-HOLD-LABEL   PIC       X(20) VALUE SPACES.
      *
           01 WS-SLOT-IDX     PIC        9(1).
      *
           01 WS-ALERT-HITS   PIC        9(3).
           01 WS-ACTION-TEXT  PIC       X(9).
           01 WS-SALARY-ED    PIC  Z,ZZZ,ZZ9.99.
           01 WS-LEAVE-ED     PIC    -ZZ,ZZ9.99.
           01 WS-HOURS-ED     PIC       ZZ9.99.
           01 WS-HITS-ED      PIC    Z,ZZZ,ZZ9.
           01 WS-AMOUNT-ED    PIC  Z,ZZZ,ZZ9.99.
           01 WS-RETRO-ED     PIC -Z,ZZZ,ZZ9.99.
           01 WS-LEAVE-ED-2   PIC    -ZZ,ZZ9.99.
           01 WS-LEAVE-ED-3   PIC    -ZZ,ZZ9.99.
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "READLOG_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "TAXMASK_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           ACCEPT WS-EMPID-PARM FROM COMMAND-LINE.
           MOVE ZERO TO WS-PARM-LEN.
           INSPECT WS-EMPID-PARM TALLYING WS-PARM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PARM-LEN = ZERO OR WS-PARM-LEN > 5
             DISPLAY "SUBJACC: *** USAGE - SUBJACC EMPID ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-EMPID-PARM (1:WS-PARM-LEN) NOT NUMERIC
             DISPLAY "SUBJACC: *** USAGE - SUBJACC EMPID ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-EMPID-PARM (1:WS-PARM-LEN) TO WS-SUBJ-EMPID.
           MOVE 'A' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './subjacc_' DELIMITED BY SIZE
                  WS-SUBJ-EMPID-X DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE SPACES TO RP-TITLE.
           STRING 'SUBJACC - SUBJECT ACCESS DOSSIER - EMPID '
                  DELIMITED BY SIZE
                  WS-SUBJ-EMPID-X DELIMITED BY SIZE
                  INTO RP-TITLE
           END-STRING.
           MOVE '    FIELD                DETAIL' TO RP-COLHDG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'RESTRICTED - EVERY RECORD HELD ON EMPID '
                  DELIMITED BY SIZE
                  WS-SUBJ-EMPID-X DELIMITED BY SIZE
                  ', PREPARED FOR ' DELIMITED BY SIZE
                  WS-AUDIT-OPERATOR DELIMITED BY SPACE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * PROCESS-PARA
      * One section per source, in the order the header lists them.
      * ================================================================
       PROCESS-PARA.
           PERFORM MASTER-SECTION-PARA.
           PERFORM TERMINATION-SECTION-PARA.
           PERFORM COMP-SECTION-PARA.
           MOVE 'COMPENSATION AUDIT HISTORY' TO WS-SECTION-TITLE.
           MOVE './compaudit.dta' TO WS-AUDIT-FNAME.
           MOVE 1 TO WS-TRAIL-EMPID-POS.
           PERFORM TRAIL-SECTION-PARA.
           PERFORM ADDRESS-SECTION-PARA.
           PERFORM DEPENDENT-SECTION-PARA.
           PERFORM DEMOG-SECTION-PARA.
           PERFORM TAXID-SECTION-PARA.
           PERFORM SKILL-SECTION-PARA.
           PERFORM LEAVE-BAL-SECTION-PARA.
           PERFORM LEAVE-TRAN-SECTION-PARA.
           PERFORM LEAVE-REQ-SECTION-PARA.
           PERFORM FORFEIT-SECTION-PARA.
           PERFORM ATTEND-SECTION-PARA.
           PERFORM POSHIST-SECTION-PARA.
           PERFORM SUPERVISOR-SECTION-PARA.
           PERFORM SUCCESSION-SECTION-PARA.
           PERFORM PREFNAME-SECTION-PARA.
           PERFORM DNR-SECTION-PARA.
           PERFORM PERMIT-SECTION-PARA.
           PERFORM APPRAISAL-SECTION-PARA.
           PERFORM BENEFIT-SECTION-PARA.
           PERFORM ENTITY-SECTION-PARA.
           PERFORM ONBOARD-SECTION-PARA.
           PERFORM ASSET-SECTION-PARA.
           PERFORM INCIDENT-SECTION-PARA.
           PERFORM BONUS-SECTION-PARA.
           PERFORM RETRO-SECTION-PARA.
           MOVE 'EMPLOYEE AUDIT TRAIL' TO WS-SECTION-TITLE.
           MOVE './empaudit.dta' TO WS-AUDIT-FNAME.
           MOVE 1 TO WS-TRAIL-EMPID-POS.
           PERFORM TRAIL-SECTION-PARA.
           MOVE 'PREFERRED NAME AUDIT TRAIL' TO WS-SECTION-TITLE.
           MOVE './prefaudit.dta' TO WS-AUDIT-FNAME.
           MOVE 1 TO WS-TRAIL-EMPID-POS.
           PERFORM TRAIL-SECTION-PARA.
           MOVE 'DO-NOT-REHIRE AUDIT TRAIL' TO WS-SECTION-TITLE.
           MOVE './dnraudit.dta' TO WS-AUDIT-FNAME.
           MOVE 1 TO WS-TRAIL-EMPID-POS.
           PERFORM TRAIL-SECTION-PARA.
           MOVE 'WORK PERMIT AUDIT TRAIL' TO WS-SECTION-TITLE.
           MOVE './wkpaudit.dta' TO WS-AUDIT-FNAME.
           MOVE 1 TO WS-TRAIL-EMPID-POS.
           PERFORM TRAIL-SECTION-PARA.
           MOVE 'APPRAISAL AUDIT TRAIL' TO WS-SECTION-TITLE.
           MOVE './appraudit.dta' TO WS-AUDIT-FNAME.
           MOVE 1 TO WS-TRAIL-EMPID-POS.
           PERFORM TRAIL-SECTION-PARA.
           MOVE 'COMPANY ASSET AUDIT TRAIL' TO WS-SECTION-TITLE.
           MOVE './assetaudit.dta' TO WS-AUDIT-FNAME.
           MOVE 55 TO WS-TRAIL-EMPID-POS.
           PERFORM TRAIL-SECTION-PARA.
           MOVE 'INCIDENT AUDIT TRAIL' TO WS-SECTION-TITLE.
           MOVE './incdaudit.dta' TO WS-AUDIT-FNAME.
           MOVE 9 TO WS-TRAIL-EMPID-POS.
           PERFORM TRAIL-SECTION-PARA.
           MOVE 'LEGAL ENTITY AUDIT TRAIL' TO WS-SECTION-TITLE.
           MOVE './entaudit.dta' TO WS-AUDIT-FNAME.
           MOVE 1 TO WS-TRAIL-EMPID-POS.
           PERFORM TRAIL-SECTION-PARA.
           MOVE 'SUPERVISOR AUDIT TRAIL' TO WS-SECTION-TITLE.
           MOVE './supaudit.dta' TO WS-AUDIT-FNAME.
           MOVE 1 TO WS-TRAIL-EMPID-POS.
           MOVE 6 TO WS-TRAIL-ALT-POS (1).
           PERFORM TRAIL-SECTION-PARA.
           MOVE 'SUCCESSION PLAN AUDIT TRAIL' TO WS-SECTION-TITLE.
           MOVE './succaudit.dta' TO WS-AUDIT-FNAME.
           MOVE 9 TO WS-TRAIL-EMPID-POS.
           MOVE 22 TO WS-TRAIL-ALT-POS (1).
           MOVE 28 TO WS-TRAIL-ALT-POS (2).
           MOVE 34 TO WS-TRAIL-ALT-POS (3).
           PERFORM TRAIL-SECTION-PARA.
           PERFORM ALERT-SECTION-PARA.
           PERFORM READLOG-SECTION-PARA.
           MOVE 'SUSPENSE RECORDS' TO WS-SECTION-TITLE.
           MOVE './suspense.dta' TO WS-HOLD-FNAME.
           MOVE 102 TO WS-HOLD-IMAGE-LEN.
           MOVE 103 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'EXCEPTION RECORDS' TO WS-SECTION-TITLE.
           MOVE './exceptions.dta' TO WS-HOLD-FNAME.
           MOVE 102 TO WS-HOLD-IMAGE-LEN.
           MOVE 107 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'MASTER LOAD SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './loadsusp.dta' TO WS-HOLD-FNAME.
           MOVE 102 TO WS-HOLD-IMAGE-LEN.
           MOVE 103 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'EMPLOYEE MAINTENANCE SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './empsusp.dta' TO WS-HOLD-FNAME.
           MOVE 102 TO WS-HOLD-IMAGE-LEN.
           MOVE 103 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'PENDING-CHANGE SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './pendsusp.dta' TO WS-HOLD-FNAME.
           MOVE 102 TO WS-HOLD-IMAGE-LEN.
           MOVE 103 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'NEW-HIRE ENTRY SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './entrysusp.dta' TO WS-HOLD-FNAME.
           MOVE 102 TO WS-HOLD-IMAGE-LEN.
           MOVE 103 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'COMPENSATION SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './compsusp.dta' TO WS-HOLD-FNAME.
           MOVE 24 TO WS-HOLD-IMAGE-LEN.
           MOVE 25 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'DO-NOT-REHIRE SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './dnrsusp.dta' TO WS-HOLD-FNAME.
           MOVE 78 TO WS-HOLD-IMAGE-LEN.
           MOVE 79 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'ADDRESS SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './addrsusp.dta' TO WS-HOLD-FNAME.
           MOVE 116 TO WS-HOLD-IMAGE-LEN.
           MOVE 117 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'TAX ID SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './taxsusp.dta' TO WS-HOLD-FNAME.
           MOVE 30 TO WS-HOLD-IMAGE-LEN.
           MOVE 31 TO WS-REJ-POS.
           MOVE 6 TO WS-HOLD-TAXID-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'PREFERRED NAME SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './prefsusp.dta' TO WS-HOLD-FNAME.
           MOVE 81 TO WS-HOLD-IMAGE-LEN.
           MOVE 82 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'DEPENDENT SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './depnsusp.dta' TO WS-HOLD-FNAME.
           MOVE 54 TO WS-HOLD-IMAGE-LEN.
           MOVE 55 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'BENEFIT ELECTION SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './benesusp.dta' TO WS-HOLD-FNAME.
           MOVE 40 TO WS-HOLD-IMAGE-LEN.
           MOVE 41 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'APPRAISAL SUSPENSE' TO WS-SECTION-TITLE.
           MOVE './apprsusp.dta' TO WS-HOLD-FNAME.
           MOVE 43 TO WS-HOLD-IMAGE-LEN.
           MOVE 44 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'SUSPENSE CORRECTIONS WAITING' TO WS-SECTION-TITLE.
           MOVE './suspfix.dta' TO WS-HOLD-FNAME.
           MOVE 102 TO WS-HOLD-IMAGE-LEN.
           MOVE 0 TO WS-REJ-POS.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'CHANGES KEYED AHEAD OF THEIR DATE' TO WS-SECTION-TITLE.
           MOVE './pending.dta' TO WS-HOLD-FNAME.
           MOVE 111 TO WS-HOLD-IMAGE-LEN.
           MOVE 0 TO WS-REJ-POS.
           MOVE 10 TO WS-HOLD-EMPID-POS.
           MOVE 'PENDING CHANGE' TO WS-HOLD-LABEL.
           PERFORM HOLD-SECTION-PARA.
           MOVE 'CHANGES HELD FOR APPROVAL' TO WS-SECTION-TITLE.
           MOVE './heldtran.dta' TO WS-HOLD-FNAME.
           MOVE 166 TO WS-HOLD-IMAGE-LEN.
           MOVE 0 TO WS-REJ-POS.
           MOVE 65 TO WS-HOLD-EMPID-POS.
           MOVE 'HELD FOR APPROVAL' TO WS-HOLD-LABEL.
           PERFORM HOLD-SECTION-PARA.

      * ================================================================
      * BEGIN-SECTION-PARA
      * Set WS-SECTION-TITLE and WS-SECTION-SOURCE first.
      * ================================================================
       BEGIN-SECTION-PARA.
           ADD 1 TO WS-SECTION-NUM.
           MOVE ZERO TO WS-SECTION-HITS.
           MOVE ZERO TO WS-SECTION-FILES.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'SECTION ' DELIMITED BY SIZE
                  WS-SECTION-NUM DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SECTION-TITLE) DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SECTION-SOURCE) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE ALL '-' TO RP-DETAIL (1:60).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * END-SECTION-PARA
      * An empty section is printed as such - never left out.
      * ================================================================
       END-SECTION-PARA.
           IF WS-SECTION-HITS = ZERO
             MOVE SPACES TO RP-DETAIL
             IF WS-SECTION-FILES = ZERO
               MOVE '    NO RECORDS HELD - FILE NOT ON HAND'
                    TO RP-DETAIL
             ELSE
               MOVE '    NO RECORDS HELD' TO RP-DETAIL
             END-IF
             PERFORM WRITE-REPORT-LINE-PARA
           ELSE
             ADD 1 TO WS-SECTIONS-HELD
             ADD WS-SECTION-HITS TO WS-TOTAL-HITS
           END-IF.

      * ================================================================
      * SHOW-FIELD-PARA
      * One labeled line: WS-FIELD-LABEL and WS-FIELD-VALUE.
      * ================================================================
       SHOW-FIELD-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-FIELD-LABEL TO RP-DETAIL (5:20).
           MOVE WS-FIELD-VALUE TO RP-DETAIL (26:105).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * MASTER-SECTION-PARA
      * ================================================================
       MASTER-SECTION-PARA.
           MOVE 'EMPLOYEE MASTER RECORD' TO WS-SECTION-TITLE.
           MOVE 'empmstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT EMPLOYEE.
           IF WS-EMP-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO EMPID
             READ EMPLOYEE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM SHOW-MASTER-PARA
             END-READ
             CLOSE EMPLOYEE
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SHOW-MASTER-PARA
      * ================================================================
       SHOW-MASTER-PARA.
           ADD 1 TO WS-SECTION-HITS.
           MOVE 'NAME' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING FUNCTION TRIM (EMPFNM) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM (EMPLNM) DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'DATE OF BIRTH' TO WS-FIELD-LABEL.
           MOVE EMPDOB TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'HIRE DATE' TO WS-FIELD-LABEL.
           MOVE EMPHDT TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'STATUS' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING EMPSTAT DELIMITED BY SIZE
                  '  SINCE ' DELIMITED BY SIZE
                  EMPSTDT DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'DEPARTMENT / SITE' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING EMPDPT DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  EMPSITE DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.

      * ================================================================
      * TERMINATION-SECTION-PARA
      * The preserved termination image, then every termination
      * event raised for the EMPID, processed or still pending.
      * ================================================================
       TERMINATION-SECTION-PARA.
           MOVE 'TERMINATION HISTORY' TO WS-SECTION-TITLE.
           MOVE 'termhist.dat, termevnt.dta' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT TERMHIST.
           IF WS-HIST-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO TH-EMPID
             READ TERMHIST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM SHOW-TERMHIST-PARA
             END-READ
             CLOSE TERMHIST
           END-IF.
           OPEN INPUT TERMEVNT.
           IF WS-EVT-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ TERMEVNT
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF TE-EMPID = WS-SUBJ-EMPID
                 PERFORM SHOW-TERMEVT-PARA
               END-IF
               READ TERMEVNT
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE TERMEVNT
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SHOW-TERMHIST-PARA
      * ================================================================
       SHOW-TERMHIST-PARA.
           ADD 1 TO WS-SECTION-HITS.
           MOVE 'HISTORY - NAME' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING FUNCTION TRIM (TH-FNM) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM (TH-LNM) DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'HISTORY - DETAIL' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING 'BORN ' DELIMITED BY SIZE
                  TH-DOB DELIMITED BY SIZE
                  '  HIRED ' DELIMITED BY SIZE
                  TH-HDT DELIMITED BY SIZE
                  '  STATUS ' DELIMITED BY SIZE
                  TH-STAT DELIMITED BY SIZE
                  ' SINCE ' DELIMITED BY SIZE
                  TH-STDT DELIMITED BY SIZE
                  '  DEPT ' DELIMITED BY SIZE
                  TH-DPT DELIMITED BY SIZE
                  '  SITE ' DELIMITED BY SIZE
                  TH-SITE DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.

      * ================================================================
      * SHOW-TERMEVT-PARA
      * ================================================================
       SHOW-TERMEVT-PARA.
           ADD 1 TO WS-SECTION-HITS.
           MOVE 'TERMINATION EVENT' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING 'TERMINATED ' DELIMITED BY SIZE
                  TE-TERM-DATE DELIMITED BY SIZE
                  '  DEPT ' DELIMITED BY SIZE
                  TE-DEPT DELIMITED BY SIZE
                  '  SITE ' DELIMITED BY SIZE
                  TE-SITE DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           IF TE-IS-PROCESSED
             MOVE '  PROCESSED' TO WS-FIELD-VALUE (43:11)
           ELSE
             MOVE '  PENDING' TO WS-FIELD-VALUE (43:9)
           END-IF.
           PERFORM SHOW-FIELD-PARA.

      * ================================================================
      * COMP-SECTION-PARA
      * ================================================================
       COMP-SECTION-PARA.
           MOVE 'COMPENSATION' TO WS-SECTION-TITLE.
           MOVE 'compmstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT COMPMSTR.
           IF WS-COMP-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO CMP-EMPID OF COMPMSTR-REC
             READ COMPMSTR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM SHOW-COMP-PARA
             END-READ
             CLOSE COMPMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SHOW-COMP-PARA
      * ================================================================
       SHOW-COMP-PARA.
           ADD 1 TO WS-SECTION-HITS.
           MOVE 'GRADE' TO WS-FIELD-LABEL.
           MOVE CMP-GRADE OF COMPMSTR-REC TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'SALARY' TO WS-FIELD-LABEL.
           MOVE CMP-SALARY OF COMPMSTR-REC TO WS-SALARY-ED.
           MOVE WS-SALARY-ED TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'LAST REVIEW' TO WS-FIELD-LABEL.
           MOVE CMP-REVIEW-DATE OF COMPMSTR-REC TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.

      * ================================================================
      * TRAIL-SECTION-PARA
      * Every entry on the audit trail in WS-AUDIT-FNAME whose
      * before or after image is the subject's - the EMPID sits at
      * WS-TRAIL-EMPID-POS in each image - or names the subject at
      * one of the WS-TRAIL-ALT-POS positions.
      * ================================================================
       TRAIL-SECTION-PARA.
           MOVE WS-AUDIT-FNAME (3:38) TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT AUDIT.
           IF WS-AUDIT-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ AUDIT
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               MOVE 'N' TO WS-TRAIL-HIT-SW
               IF AUD-BEFORE-IMAGE (WS-TRAIL-EMPID-POS:5)
                    = WS-SUBJ-EMPID-X
                   OR AUD-AFTER-IMAGE (WS-TRAIL-EMPID-POS:5)
                    = WS-SUBJ-EMPID-X
                 MOVE 'Y' TO WS-TRAIL-HIT-SW
               END-IF
               PERFORM CHECK-TRAIL-ALT-PARA
                   VARYING WS-TRAIL-ALT-IDX FROM 1 BY 1
                   UNTIL WS-TRAIL-ALT-IDX > 3
               IF TRAIL-NAMES-SUBJECT
                 PERFORM SHOW-AUDIT-PARA
               END-IF
               READ AUDIT
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE AUDIT
           END-IF.
           MOVE ZEROS TO WS-TRAIL-ALT-TBL.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * CHECK-TRAIL-ALT-PARA
      * ================================================================
       CHECK-TRAIL-ALT-PARA.
           IF WS-TRAIL-ALT-POS (WS-TRAIL-ALT-IDX) > ZERO
             IF AUD-BEFORE-IMAGE (WS-TRAIL-ALT-POS (WS-TRAIL-ALT-IDX):5)
                  = WS-SUBJ-EMPID-X
                 OR AUD-AFTER-IMAGE
                      (WS-TRAIL-ALT-POS (WS-TRAIL-ALT-IDX):5)
                  = WS-SUBJ-EMPID-X
               MOVE 'Y' TO WS-TRAIL-HIT-SW
             END-IF
           END-IF.

      * ================================================================
      * SHOW-AUDIT-PARA
      * ================================================================
       SHOW-AUDIT-PARA.
           ADD 1 TO WS-SECTION-HITS.
           EVALUATE AUD-ACTION
             WHEN 'A'   MOVE 'ADD' TO WS-ACTION-TEXT
             WHEN 'C'   MOVE 'CHANGE' TO WS-ACTION-TEXT
             WHEN 'T'   MOVE 'TERMINATE' TO WS-ACTION-TEXT
             WHEN 'D'   MOVE 'DELETE' TO WS-ACTION-TEXT
             WHEN 'L'   MOVE 'LOAD' TO WS-ACTION-TEXT
             WHEN OTHER MOVE AUD-ACTION TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-FIELD-LABEL.
           STRING AUD-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUD-RUN-TIME DELIMITED BY SIZE
                  INTO WS-FIELD-LABEL
           END-STRING.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING WS-ACTION-TEXT DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  AUD-PROGRAM DELIMITED BY SPACE
                  '  OPERATOR ' DELIMITED BY SIZE
                  AUD-OPERATOR DELIMITED BY SIZE
                  '  APPROVED BY ' DELIMITED BY SIZE
                  AUD-CHECKER DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.
           IF AUD-BEFORE-IMAGE NOT = SPACES
             MOVE '  BEFORE' TO WS-FIELD-LABEL
             MOVE AUD-BEFORE-IMAGE TO WS-FIELD-VALUE
             PERFORM SHOW-FIELD-PARA
           END-IF.
           IF AUD-AFTER-IMAGE NOT = SPACES
             MOVE '  AFTER' TO WS-FIELD-LABEL
             MOVE AUD-AFTER-IMAGE TO WS-FIELD-VALUE
             PERFORM SHOW-FIELD-PARA
           END-IF.

      * ================================================================
      * ADDRESS-SECTION-PARA
      * ================================================================
       ADDRESS-SECTION-PARA.
           MOVE 'ADDRESS AND EMERGENCY CONTACT' TO WS-SECTION-TITLE.
           MOVE 'addrmstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT ADDRMSTR.
           IF WS-ADDR-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO ADR-EMPID OF ADDRMSTR-REC
             READ ADDRMSTR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM SHOW-ADDRESS-PARA
             END-READ
             CLOSE ADDRMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SHOW-ADDRESS-PARA
      * ================================================================
       SHOW-ADDRESS-PARA.
           ADD 1 TO WS-SECTION-HITS.
           MOVE 'STREET' TO WS-FIELD-LABEL.
           MOVE ADR-STREET OF ADDRMSTR-REC TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'CITY / STATE / ZIP' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING FUNCTION TRIM (ADR-CITY OF ADDRMSTR-REC)
                  DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  ADR-STATE OF ADDRMSTR-REC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADR-POSTAL OF ADDRMSTR-REC DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'PHONE' TO WS-FIELD-LABEL.
           MOVE ADR-PHONE OF ADDRMSTR-REC TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'EMERGENCY CONTACT' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING FUNCTION TRIM (ADR-EMERG-NAME OF ADDRMSTR-REC)
                  DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ADR-EMERG-PHONE OF ADDRMSTR-REC DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.

      * ================================================================
      * DEPENDENT-SECTION-PARA
      * Positioned on the subject's first dependent and read on
      * while the EMPID holds.
      * ================================================================
       DEPENDENT-SECTION-PARA.
           MOVE 'DEPENDENTS' TO WS-SECTION-TITLE.
           MOVE 'depmstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT DEPMSTR.
           IF WS-DEP-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO DEP-EMPID OF DEPMSTR-REC
             MOVE ZERO TO DEP-SEQ OF DEPMSTR-REC
             MOVE ' ' TO WS-FILE-EOF
             START DEPMSTR KEY IS NOT LESS THAN DEP-KEY OF DEPMSTR-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ DEPMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR DEP-EMPID OF DEPMSTR-REC NOT = WS-SUBJ-EMPID
               ADD 1 TO WS-SECTION-HITS
               MOVE SPACES TO WS-FIELD-LABEL
               STRING 'DEPENDENT ' DELIMITED BY SIZE
                      DEP-SEQ OF DEPMSTR-REC DELIMITED BY SIZE
                      INTO WS-FIELD-LABEL
               END-STRING
               MOVE SPACES TO WS-FIELD-VALUE
               STRING FUNCTION TRIM (DEP-NAME OF DEPMSTR-REC)
                      DELIMITED BY SIZE
                      '  RELATIONSHIP ' DELIMITED BY SIZE
                      DEP-REL OF DEPMSTR-REC DELIMITED BY SIZE
                      '  BORN ' DELIMITED BY SIZE
                      DEP-DOB OF DEPMSTR-REC DELIMITED BY SIZE
                      INTO WS-FIELD-VALUE
               END-STRING
               PERFORM SHOW-FIELD-PARA
               READ DEPMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE DEPMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * DEMOG-SECTION-PARA
      * ================================================================
       DEMOG-SECTION-PARA.
           MOVE 'DEMOGRAPHICS' TO WS-SECTION-TITLE.
           MOVE 'demomstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT DEMOMSTR.
           IF WS-DEMO-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO DMG-EMPID OF DEMOMSTR-REC
             READ DEMOMSTR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO WS-SECTION-HITS
                   MOVE 'GENDER' TO WS-FIELD-LABEL
                   MOVE DMG-GENDER OF DEMOMSTR-REC TO WS-FIELD-VALUE
                   PERFORM SHOW-FIELD-PARA
                   MOVE 'ETHNICITY CODE' TO WS-FIELD-LABEL
                   MOVE DMG-ETHNIC OF DEMOMSTR-REC TO WS-FIELD-VALUE
                   PERFORM SHOW-FIELD-PARA
             END-READ
             CLOSE DEMOMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * TAXID-SECTION-PARA
      * The tax ID is shown as its last four digits whoever runs the
      * dossier - it is prepared to be handed out, and the full ID
      * stays on taxmstr.dat.  The view is never widened for a
      * class A operator (SET-TAXID-VIEW-PARA is not performed).
      * ================================================================
       TAXID-SECTION-PARA.
           MOVE 'TAX ID' TO WS-SECTION-TITLE.
           MOVE 'taxmstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT TAXMSTR.
           IF WS-TAX-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO TX-EMPID OF TAXMSTR-REC
             READ TAXMSTR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO WS-SECTION-HITS
                   MOVE 'TAX ID' TO WS-FIELD-LABEL
                   SET TM-MASKED-VIEW TO TRUE
                   MOVE TX-TAXID OF TAXMSTR-REC TO TM-TAXID-IN
                   PERFORM MASK-TAXID-PARA
                   MOVE TM-TAXID-OUT TO WS-FIELD-VALUE
                   PERFORM SHOW-FIELD-PARA
                   MOVE 'RECORDED' TO WS-FIELD-LABEL
                   MOVE SPACES TO WS-FIELD-VALUE
                   STRING TX-CHANGED-DATE OF TAXMSTR-REC
                          DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          TX-CHANGED-BY OF TAXMSTR-REC
                          DELIMITED BY SIZE
                          INTO WS-FIELD-VALUE
                   END-STRING
                   PERFORM SHOW-FIELD-PARA
             END-READ
             CLOSE TAXMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SKILL-SECTION-PARA
      * ================================================================
       SKILL-SECTION-PARA.
           MOVE 'SKILLS AND CERTIFICATIONS' TO WS-SECTION-TITLE.
           MOVE 'skillmstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT SKILLMSTR.
           IF WS-SKL-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO SKL-EMPID OF SKILLMSTR-REC
             MOVE LOW-VALUES TO SKL-CODE OF SKILLMSTR-REC
             MOVE ' ' TO WS-FILE-EOF
             START SKILLMSTR KEY >= SKL-KEY OF SKILLMSTR-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ SKILLMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR SKL-EMPID OF SKILLMSTR-REC NOT = WS-SUBJ-EMPID
               ADD 1 TO WS-SECTION-HITS
               MOVE SPACES TO WS-FIELD-LABEL
               STRING 'SKILL ' DELIMITED BY SIZE
                      SKL-CODE OF SKILLMSTR-REC DELIMITED BY SIZE
                      INTO WS-FIELD-LABEL
               END-STRING
               MOVE SPACES TO WS-FIELD-VALUE
               STRING 'CERTIFIED ' DELIMITED BY SIZE
                      SKL-CERT-DATE OF SKILLMSTR-REC
                      DELIMITED BY SIZE
                      '  EXPIRES ' DELIMITED BY SIZE
                      SKL-EXPIRE-DATE OF SKILLMSTR-REC
                      DELIMITED BY SIZE
                      INTO WS-FIELD-VALUE
               END-STRING
               PERFORM SHOW-FIELD-PARA
               READ SKILLMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE SKILLMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * LEAVE-BAL-SECTION-PARA
      * ================================================================
       LEAVE-BAL-SECTION-PARA.
           MOVE 'LEAVE BALANCE' TO WS-SECTION-TITLE.
           MOVE 'leavebal.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT LEAVEBAL.
           IF WS-BAL-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO LV-EMPID OF LEAVEBAL-REC
             READ LEAVEBAL
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM SHOW-LEAVE-BAL-PARA
             END-READ
             CLOSE LEAVEBAL
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SHOW-LEAVE-BAL-PARA
      * ================================================================
       SHOW-LEAVE-BAL-PARA.
           ADD 1 TO WS-SECTION-HITS.
           MOVE 'BALANCE (HOURS)' TO WS-FIELD-LABEL.
           MOVE LV-BALANCE OF LEAVEBAL-REC TO WS-LEAVE-ED.
           MOVE WS-LEAVE-ED TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'ACCRUED YTD' TO WS-FIELD-LABEL.
           MOVE LV-ACCRUED-YTD OF LEAVEBAL-REC TO WS-LEAVE-ED.
           MOVE WS-LEAVE-ED TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'TAKEN YTD' TO WS-FIELD-LABEL.
           MOVE LV-TAKEN-YTD OF LEAVEBAL-REC TO WS-LEAVE-ED.
           MOVE WS-LEAVE-ED TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.
           MOVE 'LAST ACCRUAL' TO WS-FIELD-LABEL.
           MOVE LV-LAST-ACCRUAL OF LEAVEBAL-REC TO WS-FIELD-VALUE.
           PERFORM SHOW-FIELD-PARA.

      * ================================================================
      * LEAVE-TRAN-SECTION-PARA
      * ================================================================
       LEAVE-TRAN-SECTION-PARA.
           MOVE 'LEAVE TRANSACTIONS' TO WS-SECTION-TITLE.
           MOVE 'leavetran.dta' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT LEAVTRAN.
           IF WS-TRAN-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ LEAVTRAN
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF LT-EMPID = WS-SUBJ-EMPID
                 ADD 1 TO WS-SECTION-HITS
                 MOVE 'LEAVE TAKEN' TO WS-FIELD-LABEL
                 MOVE LT-HOURS TO WS-HOURS-ED
                 MOVE SPACES TO WS-FIELD-VALUE
                 STRING LT-DATE DELIMITED BY SIZE
                        '  ' DELIMITED BY SIZE
                        WS-HOURS-ED DELIMITED BY SIZE
                        ' HOURS' DELIMITED BY SIZE
                        INTO WS-FIELD-VALUE
                 END-STRING
                 PERFORM SHOW-FIELD-PARA
               END-IF
               READ LEAVTRAN
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE LEAVTRAN
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * LEAVE-REQ-SECTION-PARA
      * Positioned on the subject's earliest request and read on
      * while the EMPID holds - every request, whatever became of
      * it.
      * ================================================================
       LEAVE-REQ-SECTION-PARA.
           MOVE 'LEAVE REQUESTS' TO WS-SECTION-TITLE.
           MOVE 'leavereq.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT LEAVEREQ.
           IF WS-LRQ-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO LR-EMPID OF LEAVEREQ-REC
             MOVE ZERO TO LR-START-DATE OF LEAVEREQ-REC
             MOVE ' ' TO WS-FILE-EOF
             START LEAVEREQ
                 KEY IS NOT LESS THAN LR-KEY OF LEAVEREQ-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ LEAVEREQ NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR LR-EMPID OF LEAVEREQ-REC NOT = WS-SUBJ-EMPID
               PERFORM SHOW-LEAVE-REQ-PARA
               READ LEAVEREQ NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE LEAVEREQ
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SHOW-LEAVE-REQ-PARA
      * ================================================================
       SHOW-LEAVE-REQ-PARA.
           ADD 1 TO WS-SECTION-HITS.
           EVALUATE TRUE
             WHEN LR-IS-REQUESTED OF LEAVEREQ-REC
               MOVE 'REQUESTED' TO WS-ACTION-TEXT
             WHEN LR-IS-APPROVED OF LEAVEREQ-REC
               MOVE 'APPROVED' TO WS-ACTION-TEXT
             WHEN LR-IS-DENIED OF LEAVEREQ-REC
               MOVE 'DENIED' TO WS-ACTION-TEXT
             WHEN LR-IS-CANCELLED OF LEAVEREQ-REC
               MOVE 'CANCELLED' TO WS-ACTION-TEXT
             WHEN LR-IS-POSTED OF LEAVEREQ-REC
               MOVE 'POSTED' TO WS-ACTION-TEXT
             WHEN OTHER
               MOVE LR-STATUS OF LEAVEREQ-REC TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE 'LEAVE REQUESTED' TO WS-FIELD-LABEL.
           MOVE LR-TOTAL-HOURS OF LEAVEREQ-REC TO WS-LEAVE-ED.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING LR-START-DATE OF LEAVEREQ-REC DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  LR-END-DATE OF LEAVEREQ-REC DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LEAVE-ED) DELIMITED BY SIZE
                  ' HOURS  ' DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SPACE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.
           MOVE '  DATES' TO WS-FIELD-LABEL.
           MOVE LR-POSTED-HOURS OF LEAVEREQ-REC TO WS-LEAVE-ED.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING 'KEYED ' DELIMITED BY SIZE
                  LR-REQUEST-DATE OF LEAVEREQ-REC DELIMITED BY SIZE
                  '  DECIDED ' DELIMITED BY SIZE
                  LR-DECISION-DATE OF LEAVEREQ-REC DELIMITED BY SIZE
                  '  POSTED THROUGH ' DELIMITED BY SIZE
                  LR-POSTED-THRU OF LEAVEREQ-REC DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LEAVE-ED) DELIMITED BY SIZE
                  ' HOURS' DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.

      * ================================================================
      * FORFEIT-SECTION-PARA
      * The year-end leave the subject lost over the carry-over cap,
      * one journal line per year closed.
      * ================================================================
       FORFEIT-SECTION-PARA.
           MOVE 'LEAVE FORFEITURES' TO WS-SECTION-TITLE.
           MOVE 'leaveforf.dta' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT FORFJRNL.
           IF WS-FORF-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ FORFJRNL
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF LF-EMPID OF FORFJRNL-REC = WS-SUBJ-EMPID
                 ADD 1 TO WS-SECTION-HITS
                 MOVE SPACES TO WS-FIELD-LABEL
                 STRING 'LEAVE YEAR ' DELIMITED BY SIZE
                        LF-LEAVE-YEAR OF FORFJRNL-REC
                        DELIMITED BY SIZE
                        INTO WS-FIELD-LABEL
                 END-STRING
                 MOVE LF-BAL-BEFORE OF FORFJRNL-REC TO WS-LEAVE-ED
                 MOVE LF-CAP OF FORFJRNL-REC TO WS-LEAVE-ED-2
                 MOVE LF-FORFEIT OF FORFJRNL-REC TO WS-LEAVE-ED-3
                 MOVE SPACES TO WS-FIELD-VALUE
                 STRING 'BALANCE ' DELIMITED BY SIZE
                        FUNCTION TRIM (WS-LEAVE-ED) DELIMITED BY SIZE
                        '  CAP ' DELIMITED BY SIZE
                        FUNCTION TRIM (WS-LEAVE-ED-2)
                        DELIMITED BY SIZE
                        '  FORFEITED ' DELIMITED BY SIZE
                        FUNCTION TRIM (WS-LEAVE-ED-3)
                        DELIMITED BY SIZE
                        ' HOURS  CLOSED ' DELIMITED BY SIZE
                        LF-CLOSE-DATE OF FORFJRNL-REC
                        DELIMITED BY SIZE
                        INTO WS-FIELD-VALUE
                 END-STRING
                 PERFORM SHOW-FIELD-PARA
               END-IF
               READ FORFJRNL
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE FORFJRNL
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * ATTEND-SECTION-PARA
      * Positioned on the subject's first day of punches and read
      * on while the EMPID holds.
      * ================================================================
       ATTEND-SECTION-PARA.
           MOVE 'ATTENDANCE' TO WS-SECTION-TITLE.
           MOVE 'attend.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT ATTEND.
           IF WS-ATT-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO AT-EMPID OF ATTEND-REC
             MOVE ZERO TO AT-DATE OF ATTEND-REC
             MOVE ' ' TO WS-FILE-EOF
             START ATTEND
                 KEY IS NOT LESS THAN AT-KEY OF ATTEND-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ ATTEND NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR AT-EMPID OF ATTEND-REC NOT = WS-SUBJ-EMPID
               ADD 1 TO WS-SECTION-HITS
               MOVE SPACES TO WS-FIELD-LABEL
               STRING 'WORKED ' DELIMITED BY SIZE
                      AT-DATE OF ATTEND-REC DELIMITED BY SIZE
                      INTO WS-FIELD-LABEL
               END-STRING
               MOVE SPACES TO WS-FIELD-VALUE
               STRING 'SITE ' DELIMITED BY SIZE
                      AT-SITE OF ATTEND-REC DELIMITED BY SIZE
                      '  IN ' DELIMITED BY SIZE
                      AT-FIRST-IN OF ATTEND-REC DELIMITED BY SIZE
                      '  OUT ' DELIMITED BY SIZE
                      AT-LAST-OUT OF ATTEND-REC DELIMITED BY SIZE
                      '  PUNCHES ' DELIMITED BY SIZE
                      AT-IN-COUNT OF ATTEND-REC DELIMITED BY SIZE
                      ' IN / ' DELIMITED BY SIZE
                      AT-OUT-COUNT OF ATTEND-REC DELIMITED BY SIZE
                      ' OUT  ' DELIMITED BY SIZE
                      AT-WORKED-MINS OF ATTEND-REC DELIMITED BY SIZE
                      ' MINUTES' DELIMITED BY SIZE
                      INTO WS-FIELD-VALUE
               END-STRING
               PERFORM SHOW-FIELD-PARA
               READ ATTEND NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE ATTEND
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * POSHIST-SECTION-PARA
      * ================================================================
       POSHIST-SECTION-PARA.
           MOVE 'POSITION HISTORY' TO WS-SECTION-TITLE.
           MOVE 'poshist.dta' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT POSHIST.
           IF WS-POSH-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ POSHIST
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF PH-EMPID = WS-SUBJ-EMPID
                 ADD 1 TO WS-SECTION-HITS
                 MOVE SPACES TO WS-FIELD-LABEL
                 STRING 'EFFECTIVE ' DELIMITED BY SIZE
                        PH-EFFDATE DELIMITED BY SIZE
                        INTO WS-FIELD-LABEL
                 END-STRING
                 MOVE SPACES TO WS-FIELD-VALUE
                 STRING 'DEPT ' DELIMITED BY SIZE
                        PH-DEPT DELIMITED BY SIZE
                        '  SITE ' DELIMITED BY SIZE
                        PH-SITE DELIMITED BY SIZE
                        '  TITLE ' DELIMITED BY SIZE
                        PH-TITLE DELIMITED BY SIZE
                        INTO WS-FIELD-VALUE
                 END-STRING
                 PERFORM SHOW-FIELD-PARA
               END-IF
               READ POSHIST
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE POSHIST
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SUPERVISOR-SECTION-PARA
      * Both directions - the subject's own line names their
      * manager, and every line naming them as manager is someone
      * who reports to them.
      * ================================================================
       SUPERVISOR-SECTION-PARA.
           MOVE 'SUPERVISOR' TO WS-SECTION-TITLE.
           MOVE 'supvisor.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT SUPVISOR.
           IF WS-SUP-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ SUPVISOR
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF SUP-EMPID OF SUPVISOR-REC = WS-SUBJ-EMPID
                 ADD 1 TO WS-SECTION-HITS
                 MOVE 'REPORTS TO' TO WS-FIELD-LABEL
                 MOVE SUP-MGR-EMPID OF SUPVISOR-REC TO WS-FIELD-VALUE
                 PERFORM SHOW-FIELD-PARA
               END-IF
               IF SUP-MGR-EMPID OF SUPVISOR-REC = WS-SUBJ-EMPID
                 ADD 1 TO WS-SECTION-HITS
                 MOVE 'SUPERVISES' TO WS-FIELD-LABEL
                 MOVE SUP-EMPID OF SUPVISOR-REC TO WS-FIELD-VALUE
                 PERFORM SHOW-FIELD-PARA
               END-IF
               READ SUPVISOR
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE SUPVISOR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SUCCESSION-SECTION-PARA
      * Every plan naming the subject - as the holder of the post,
      * or in one of its three successor slots.
      * ================================================================
       SUCCESSION-SECTION-PARA.
           MOVE 'SUCCESSION PLANS' TO WS-SECTION-TITLE.
           MOVE 'succmstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT SUCCMSTR.
           IF WS-SUCC-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ SUCCMSTR
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF SP-INCUMBENT OF SUCCMSTR-REC = WS-SUBJ-EMPID
                 ADD 1 TO WS-SECTION-HITS
                 MOVE 'HOLDS POST' TO WS-FIELD-LABEL
                 MOVE SPACES TO WS-FIELD-VALUE
                 STRING 'DEPT ' DELIMITED BY SIZE
                        SP-DEPT OF SUCCMSTR-REC DELIMITED BY SIZE
                        '  TITLE ' DELIMITED BY SIZE
                        SP-TITLE OF SUCCMSTR-REC DELIMITED BY SIZE
                        '  PLAN REVIEWED ' DELIMITED BY SIZE
                        SP-REVIEW-DATE OF SUCCMSTR-REC
                        DELIMITED BY SIZE
                        INTO WS-FIELD-VALUE
                 END-STRING
                 PERFORM SHOW-FIELD-PARA
               END-IF
               PERFORM SHOW-SUCC-SLOT-PARA
                   VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 3
               READ SUCCMSTR
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE SUCCMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SHOW-SUCC-SLOT-PARA
      * ================================================================
       SHOW-SUCC-SLOT-PARA.
           IF SP-SUCC-EMPID OF SUCCMSTR-REC (WS-SLOT-IDX)
                = WS-SUBJ-EMPID
               AND NOT SP-SUCC-SLOT-EMPTY OF SUCCMSTR-REC
                       (WS-SLOT-IDX)
             ADD 1 TO WS-SECTION-HITS
             MOVE SPACES TO WS-FIELD-LABEL
             STRING 'SUCCESSOR ' DELIMITED BY SIZE
                    WS-SLOT-IDX DELIMITED BY SIZE
                    INTO WS-FIELD-LABEL
             END-STRING
             EVALUATE TRUE
               WHEN SP-SUCC-READY-NOW OF SUCCMSTR-REC (WS-SLOT-IDX)
                 MOVE 'READY NOW' TO WS-ACTION-TEXT
               WHEN SP-SUCC-READY-SHORT OF SUCCMSTR-REC (WS-SLOT-IDX)
                 MOVE '1-2 YEARS' TO WS-ACTION-TEXT
               WHEN OTHER
                 MOVE '3+ YEARS' TO WS-ACTION-TEXT
             END-EVALUATE
             MOVE SPACES TO WS-FIELD-VALUE
             STRING 'DEPT ' DELIMITED BY SIZE
                    SP-DEPT OF SUCCMSTR-REC DELIMITED BY SIZE
                    '  TITLE ' DELIMITED BY SIZE
                    SP-TITLE OF SUCCMSTR-REC DELIMITED BY SIZE
                    '  READY ' DELIMITED BY SIZE
                    WS-ACTION-TEXT DELIMITED BY SIZE
                    '  PLAN REVIEWED ' DELIMITED BY SIZE
                    SP-REVIEW-DATE OF SUCCMSTR-REC DELIMITED BY SIZE
                    INTO WS-FIELD-VALUE
             END-STRING
             PERFORM SHOW-FIELD-PARA
           END-IF.

      * ================================================================
      * PREFNAME-SECTION-PARA
      * ================================================================
       PREFNAME-SECTION-PARA.
           MOVE 'PREFERRED NAME' TO WS-SECTION-TITLE.
           MOVE 'prefmstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT PREFMSTR.
           IF WS-PREF-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO PN-EMPID OF PREFMSTR-REC
             READ PREFMSTR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO WS-SECTION-HITS
                   MOVE 'PREFERRED NAME' TO WS-FIELD-LABEL
                   MOVE SPACES TO WS-FIELD-VALUE
                   STRING FUNCTION TRIM (PN-PREF-FNM OF PREFMSTR-REC)
                          DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM (PN-PREF-LNM OF PREFMSTR-REC)
                          DELIMITED BY SIZE
                          INTO WS-FIELD-VALUE
                   END-STRING
                   PERFORM SHOW-FIELD-PARA
                   MOVE 'RECORDED' TO WS-FIELD-LABEL
                   MOVE SPACES TO WS-FIELD-VALUE
                   STRING PN-CHANGED-DATE OF PREFMSTR-REC
                          DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          PN-CHANGED-BY OF PREFMSTR-REC
                          DELIMITED BY SIZE
                          INTO WS-FIELD-VALUE
                   END-STRING
                   PERFORM SHOW-FIELD-PARA
             END-READ
             CLOSE PREFMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * DNR-SECTION-PARA
      * The register entry barring the subject's rehire, if any -
      * the name and DOB it was taken under, why, until when, and
      * who set it.
      * ================================================================
       DNR-SECTION-PARA.
           MOVE 'DO-NOT-REHIRE REGISTER' TO WS-SECTION-TITLE.
           MOVE 'dnrreg.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT DNRREG.
           IF WS-DNR-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO DN-EMPID OF DNRREG-REC
             READ DNRREG
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO WS-SECTION-HITS
                   MOVE 'REGISTERED AS' TO WS-FIELD-LABEL
                   MOVE SPACES TO WS-FIELD-VALUE
                   STRING FUNCTION TRIM (DN-LNM OF DNRREG-REC)
                          DELIMITED BY SIZE
                          '  BORN ' DELIMITED BY SIZE
                          DN-DOB OF DNRREG-REC DELIMITED BY SIZE
                          INTO WS-FIELD-VALUE
                   END-STRING
                   PERFORM SHOW-FIELD-PARA
                   MOVE 'REASON' TO WS-FIELD-LABEL
                   MOVE DN-REASON OF DNRREG-REC TO WS-FIELD-VALUE
                   PERFORM SHOW-FIELD-PARA
                   MOVE 'EXPIRES' TO WS-FIELD-LABEL
                   IF DN-EXPIRE-DATE OF DNRREG-REC = ZERO
                     MOVE 'NEVER' TO WS-FIELD-VALUE
                   ELSE
                     MOVE DN-EXPIRE-DATE OF DNRREG-REC
                          TO WS-FIELD-VALUE
                   END-IF
                   PERFORM SHOW-FIELD-PARA
                   MOVE 'SET' TO WS-FIELD-LABEL
                   MOVE SPACES TO WS-FIELD-VALUE
                   STRING DN-SET-DATE OF DNRREG-REC DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          DN-SET-BY OF DNRREG-REC DELIMITED BY SIZE
                          INTO WS-FIELD-VALUE
                   END-STRING
                   PERFORM SHOW-FIELD-PARA
             END-READ
             CLOSE DNRREG
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * PERMIT-SECTION-PARA
      * ================================================================
       PERMIT-SECTION-PARA.
           MOVE 'WORK PERMIT' TO WS-SECTION-TITLE.
           MOVE 'wkpermit.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT WKPERMIT.
           IF WS-PERMIT-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO WP-EMPID OF WKPERMIT-REC
             READ WKPERMIT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO WS-SECTION-HITS
                   MOVE 'PERMIT NUMBER' TO WS-FIELD-LABEL
                   MOVE WP-PERMIT-NO OF WKPERMIT-REC TO WS-FIELD-VALUE
                   PERFORM SHOW-FIELD-PARA
                   MOVE 'ISSUED / EXPIRES' TO WS-FIELD-LABEL
                   MOVE SPACES TO WS-FIELD-VALUE
                   STRING WP-ISSUE-DATE OF WKPERMIT-REC
                          DELIMITED BY SIZE
                          ' / ' DELIMITED BY SIZE
                          WP-EXPIRE-DATE OF WKPERMIT-REC
                          DELIMITED BY SIZE
                          '  BY ' DELIMITED BY SIZE
                          FUNCTION TRIM (WP-ISSUED-BY OF WKPERMIT-REC)
                          DELIMITED BY SIZE
                          INTO WS-FIELD-VALUE
                   END-STRING
                   PERFORM SHOW-FIELD-PARA
                   MOVE 'MAXIMUM HOURS' TO WS-FIELD-LABEL
                   MOVE SPACES TO WS-FIELD-VALUE
                   STRING WP-MAX-DAY-HRS OF WKPERMIT-REC
                          DELIMITED BY SIZE
                          ' A DAY, ' DELIMITED BY SIZE
                          WP-MAX-WEEK-HRS OF WKPERMIT-REC
                          DELIMITED BY SIZE
                          ' A WEEK' DELIMITED BY SIZE
                          INTO WS-FIELD-VALUE
                   END-STRING
                   PERFORM SHOW-FIELD-PARA
             END-READ
             CLOSE WKPERMIT
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * APPRAISAL-SECTION-PARA
      * Positioned on the subject's earliest appraisal and read on
      * while the EMPID holds.
      * ================================================================
       APPRAISAL-SECTION-PARA.
           MOVE 'APPRAISALS' TO WS-SECTION-TITLE.
           MOVE 'apprmstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT APPRMSTR.
           IF WS-APPR-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO APR-EMPID OF APPRMSTR-REC
             MOVE ZERO TO APR-PERIOD-END OF APPRMSTR-REC
             MOVE ' ' TO WS-FILE-EOF
             START APPRMSTR
                 KEY IS NOT LESS THAN APR-KEY OF APPRMSTR-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ APPRMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR APR-EMPID OF APPRMSTR-REC NOT = WS-SUBJ-EMPID
               ADD 1 TO WS-SECTION-HITS
               MOVE 'APPRAISAL PERIOD' TO WS-FIELD-LABEL
               MOVE SPACES TO WS-FIELD-VALUE
               STRING APR-PERIOD-START OF APPRMSTR-REC
                      DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      APR-PERIOD-END OF APPRMSTR-REC
                      DELIMITED BY SIZE
                      '  RATING ' DELIMITED BY SIZE
                      APR-RATING OF APPRMSTR-REC DELIMITED BY SIZE
                      '  REVIEWER ' DELIMITED BY SIZE
                      APR-REVIEWER OF APPRMSTR-REC DELIMITED BY SIZE
                      '  REVIEWED ' DELIMITED BY SIZE
                      APR-REVIEW-DATE OF APPRMSTR-REC
                      DELIMITED BY SIZE
                      '  NEXT DUE ' DELIMITED BY SIZE
                      APR-NEXT-DUE OF APPRMSTR-REC DELIMITED BY SIZE
                      INTO WS-FIELD-VALUE
               END-STRING
               PERFORM SHOW-FIELD-PARA
               READ APPRMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE APPRMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * BENEFIT-SECTION-PARA
      * Every plan the subject has elected, with the dependents the
      * election covers (their sequence numbers on depmstr.dat).
      * ================================================================
       BENEFIT-SECTION-PARA.
           MOVE 'BENEFIT ELECTIONS' TO WS-SECTION-TITLE.
           MOVE 'benelect.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT BENEMSTR.
           IF WS-BEN-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO BE-EMPID OF BENEMSTR-REC
             MOVE LOW-VALUES TO BE-PLAN OF BENEMSTR-REC
             MOVE ' ' TO WS-FILE-EOF
             START BENEMSTR
                 KEY IS NOT LESS THAN BE-KEY OF BENEMSTR-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ BENEMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR BE-EMPID OF BENEMSTR-REC NOT = WS-SUBJ-EMPID
               ADD 1 TO WS-SECTION-HITS
               MOVE SPACES TO WS-FIELD-LABEL
               STRING 'PLAN ' DELIMITED BY SIZE
                      BE-PLAN OF BENEMSTR-REC DELIMITED BY SIZE
                      INTO WS-FIELD-LABEL
               END-STRING
               MOVE SPACES TO WS-FIELD-VALUE
               STRING 'OPTION ' DELIMITED BY SIZE
                      BE-OPTION OF BENEMSTR-REC DELIMITED BY SIZE
                      '  TIER ' DELIMITED BY SIZE
                      BE-TIER OF BENEMSTR-REC DELIMITED BY SIZE
                      '  EFFECTIVE ' DELIMITED BY SIZE
                      BE-EFF-DATE OF BENEMSTR-REC DELIMITED BY SIZE
                      '  COVERS ' DELIMITED BY SIZE
                      BE-COVERED OF BENEMSTR-REC DELIMITED BY SIZE
                      INTO WS-FIELD-VALUE
               END-STRING
               PERFORM SHOW-FIELD-PARA
               READ BENEMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE BENEMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * ENTITY-SECTION-PARA
      * The legal entity the subject is employed by, where it is not
      * the home company, and the one they moved from.
      * ================================================================
       ENTITY-SECTION-PARA.
           MOVE 'LEGAL ENTITY ASSIGNMENT' TO WS-SECTION-TITLE.
           MOVE 'empent.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT EMPENT.
           IF WS-ENT-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO EE-EMPID OF EMPENT-REC
             READ EMPENT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO WS-SECTION-HITS
                   MOVE 'ENTITY' TO WS-FIELD-LABEL
                   MOVE SPACES TO WS-FIELD-VALUE
                   STRING EE-ENTITY OF EMPENT-REC DELIMITED BY SIZE
                          '  SINCE ' DELIMITED BY SIZE
                          EE-ENT-HIRE-DATE OF EMPENT-REC
                          DELIMITED BY SIZE
                          INTO WS-FIELD-VALUE
                   END-STRING
                   PERFORM SHOW-FIELD-PARA
                   IF EE-PRIOR-ENTITY OF EMPENT-REC NOT = SPACES
                     MOVE 'PRIOR ENTITY' TO WS-FIELD-LABEL
                     MOVE SPACES TO WS-FIELD-VALUE
                     STRING EE-PRIOR-ENTITY OF EMPENT-REC
                            DELIMITED BY SIZE
                            '  UNTIL ' DELIMITED BY SIZE
                            EE-PRIOR-END-DATE OF EMPENT-REC
                            DELIMITED BY SIZE
                            INTO WS-FIELD-VALUE
                     END-STRING
                     PERFORM SHOW-FIELD-PARA
                   END-IF
             END-READ
             CLOSE EMPENT
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * ONBOARD-SECTION-PARA
      * Positioned on the subject's first onboarding task and read
      * on while the EMPID holds.
      * ================================================================
       ONBOARD-SECTION-PARA.
           MOVE 'ONBOARDING TASKS' TO WS-SECTION-TITLE.
           MOVE 'onbtask.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT ONBTASK.
           IF WS-TASK-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO OB-EMPID OF ONBTASK-REC
             MOVE LOW-VALUES TO OB-TASK-CODE OF ONBTASK-REC
             MOVE ' ' TO WS-FILE-EOF
             START ONBTASK
                 KEY IS NOT LESS THAN OB-KEY OF ONBTASK-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ ONBTASK NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR OB-EMPID OF ONBTASK-REC NOT = WS-SUBJ-EMPID
               ADD 1 TO WS-SECTION-HITS
               MOVE SPACES TO WS-FIELD-LABEL
               STRING 'TASK ' DELIMITED BY SIZE
                      OB-TASK-CODE OF ONBTASK-REC DELIMITED BY SIZE
                      INTO WS-FIELD-LABEL
               END-STRING
               MOVE SPACES TO WS-FIELD-VALUE
               STRING FUNCTION TRIM (OB-TASK-DESC OF ONBTASK-REC)
                      DELIMITED BY SIZE
                      '  DUE ' DELIMITED BY SIZE
                      OB-DUE-DATE OF ONBTASK-REC DELIMITED BY SIZE
                      INTO WS-FIELD-VALUE
               END-STRING
               IF OB-IS-OPEN OF ONBTASK-REC
                 MOVE '  OPEN' TO WS-FIELD-VALUE (50:6)
               ELSE
                 MOVE '  DONE' TO WS-FIELD-VALUE (50:6)
                 MOVE OB-DONE-DATE OF ONBTASK-REC
                      TO WS-FIELD-VALUE (57:8)
               END-IF
               PERFORM SHOW-FIELD-PARA
               READ ONBTASK NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE ONBTASK
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * ASSET-SECTION-PARA
      * Every company asset on record against the subject, found by
      * the EMPID alternate key.
      * ================================================================
       ASSET-SECTION-PARA.
           MOVE 'COMPANY ASSETS' TO WS-SECTION-TITLE.
           MOVE 'assetmstr.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT ASSETMSTR.
           IF WS-ASSET-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO AS-EMPID OF ASSETMSTR-REC
             MOVE ' ' TO WS-FILE-EOF
             START ASSETMSTR KEY IS = AS-EMPID OF ASSETMSTR-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ ASSETMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR AS-EMPID OF ASSETMSTR-REC NOT = WS-SUBJ-EMPID
               ADD 1 TO WS-SECTION-HITS
               MOVE SPACES TO WS-FIELD-LABEL
               STRING 'ASSET ' DELIMITED BY SIZE
                      AS-TAG OF ASSETMSTR-REC DELIMITED BY SIZE
                      INTO WS-FIELD-LABEL
               END-STRING
               EVALUATE TRUE
                 WHEN AS-IS-ISSUED OF ASSETMSTR-REC
                   MOVE 'ISSUED' TO WS-ACTION-TEXT
                 WHEN AS-IS-IN-STOCK OF ASSETMSTR-REC
                   MOVE 'RETURNED' TO WS-ACTION-TEXT
                 WHEN AS-IS-WRITTEN-OFF OF ASSETMSTR-REC
                   MOVE 'WRITE-OFF' TO WS-ACTION-TEXT
                 WHEN OTHER
                   MOVE AS-STATUS OF ASSETMSTR-REC TO WS-ACTION-TEXT
               END-EVALUATE
               MOVE SPACES TO WS-FIELD-VALUE
               STRING AS-TYPE OF ASSETMSTR-REC DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM (AS-DESC OF ASSETMSTR-REC)
                      DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ACTION-TEXT DELIMITED BY SPACE
                      '  ISSUED ' DELIMITED BY SIZE
                      AS-ISSUE-DATE OF ASSETMSTR-REC
                      DELIMITED BY SIZE
                      '  RETURNED ' DELIMITED BY SIZE
                      AS-RETURN-DATE OF ASSETMSTR-REC
                      DELIMITED BY SIZE
                      INTO WS-FIELD-VALUE
               END-STRING
               PERFORM SHOW-FIELD-PARA
               READ ASSETMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE ASSETMSTR
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * INCIDENT-SECTION-PARA
      * Every workplace injury or illness logged against the
      * subject, found by the EMPID alternate key.
      * ================================================================
       INCIDENT-SECTION-PARA.
           MOVE 'WORKPLACE INCIDENTS' TO WS-SECTION-TITLE.
           MOVE 'incident.dat' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT INCIDENT.
           IF WS-INCD-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE WS-SUBJ-EMPID TO IN-EMPID OF INCIDENT-REC
             MOVE ' ' TO WS-FILE-EOF
             START INCIDENT KEY IS = IN-EMPID OF INCIDENT-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ INCIDENT NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR IN-EMPID OF INCIDENT-REC NOT = WS-SUBJ-EMPID
               ADD 1 TO WS-SECTION-HITS
               MOVE SPACES TO WS-FIELD-LABEL
               STRING 'INCIDENT ' DELIMITED BY SIZE
                      IN-NUMBER OF INCIDENT-REC DELIMITED BY SIZE
                      INTO WS-FIELD-LABEL
               END-STRING
               MOVE SPACES TO WS-FIELD-VALUE
               STRING IN-DATE OF INCIDENT-REC DELIMITED BY SIZE
                      '  SITE ' DELIMITED BY SIZE
                      IN-SITE OF INCIDENT-REC DELIMITED BY SIZE
                      '  CLASS ' DELIMITED BY SIZE
                      IN-CLASS OF INCIDENT-REC DELIMITED BY SIZE
                      '  TYPE ' DELIMITED BY SIZE
                      IN-TYPE OF INCIDENT-REC DELIMITED BY SIZE
                      '  DAYS AWAY ' DELIMITED BY SIZE
                      IN-DAYS-AWAY OF INCIDENT-REC DELIMITED BY SIZE
                      '  RESTRICTED ' DELIMITED BY SIZE
                      IN-RESTRICT-DAYS OF INCIDENT-REC
                      DELIMITED BY SIZE
                      INTO WS-FIELD-VALUE
               END-STRING
               PERFORM SHOW-FIELD-PARA
               MOVE '  DESCRIPTION' TO WS-FIELD-LABEL
               MOVE IN-DESC OF INCIDENT-REC TO WS-FIELD-VALUE
               PERFORM SHOW-FIELD-PARA
               READ INCIDENT NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE INCIDENT
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * BONUS-SECTION-PARA
      * The subject's share of each year's bonus pool, as allocated.
      * ================================================================
       BONUS-SECTION-PARA.
           MOVE 'BONUS ALLOCATIONS' TO WS-SECTION-TITLE.
           MOVE 'bonusalloc.dta' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT BONUSALLOC.
           IF WS-BONUS-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ BONUSALLOC
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF BA-EMPID OF BONUSALLOC-REC = WS-SUBJ-EMPID
                 ADD 1 TO WS-SECTION-HITS
                 MOVE SPACES TO WS-FIELD-LABEL
                 STRING 'BONUS YEAR ' DELIMITED BY SIZE
                        BA-YEAR OF BONUSALLOC-REC DELIMITED BY SIZE
                        INTO WS-FIELD-LABEL
                 END-STRING
                 MOVE BA-SALARY OF BONUSALLOC-REC TO WS-SALARY-ED
                 MOVE BA-AMOUNT OF BONUSALLOC-REC TO WS-AMOUNT-ED
                 MOVE SPACES TO WS-FIELD-VALUE
                 STRING 'DEPT ' DELIMITED BY SIZE
                        BA-DEPT OF BONUSALLOC-REC DELIMITED BY SIZE
                        '  SALARY ' DELIMITED BY SIZE
                        FUNCTION TRIM (WS-SALARY-ED) DELIMITED BY SIZE
                        '  RATING ' DELIMITED BY SIZE
                        BA-RATING OF BONUSALLOC-REC DELIMITED BY SIZE
                        '  AMOUNT ' DELIMITED BY SIZE
                        FUNCTION TRIM (WS-AMOUNT-ED) DELIMITED BY SIZE
                        INTO WS-FIELD-VALUE
                 END-STRING
                 PERFORM SHOW-FIELD-PARA
               END-IF
               READ BONUSALLOC
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE BONUSALLOC
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * RETRO-SECTION-PARA
      * Back pay owed on a late-keyed salary change, one line per
      * pay day.  The header and trailer lines lead with HDR and
      * TRL, so never match an EMPID.
      * ================================================================
       RETRO-SECTION-PARA.
           MOVE 'RETROACTIVE PAY ADJUSTMENTS' TO WS-SECTION-TITLE.
           MOVE 'retroadj.dta' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT RETROFILE.
           IF WS-RETRO-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ RETROFILE
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF RJ-EMPID = WS-SUBJ-EMPID-X
                 ADD 1 TO WS-SECTION-HITS
                 MOVE SPACES TO WS-FIELD-LABEL
                 STRING 'PAY DAY ' DELIMITED BY SIZE
                        RJ-PAY-DATE DELIMITED BY SIZE
                        INTO WS-FIELD-LABEL
                 END-STRING
                 MOVE RJ-AMOUNT TO WS-RETRO-ED
                 MOVE SPACES TO WS-FIELD-VALUE
                 STRING 'TYPE ' DELIMITED BY SIZE
                        RJ-PAY-TYPE DELIMITED BY SIZE
                        '  AMOUNT ' DELIMITED BY SIZE
                        FUNCTION TRIM (WS-RETRO-ED) DELIMITED BY SIZE
                        '  FOR THE CHANGE EFFECTIVE ' DELIMITED BY SIZE
                        RJ-EFF-DATE DELIMITED BY SIZE
                        INTO WS-FIELD-VALUE
                 END-STRING
                 PERFORM SHOW-FIELD-PARA
               END-IF
               READ RETROFILE
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE RETROFILE
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * ALERT-SECTION-PARA
      * Every alert whose message carries the EMPID, acknowledged
      * or not.
      * ================================================================
       ALERT-SECTION-PARA.
           MOVE 'ALERTS NAMING THE EMPLOYEE' TO WS-SECTION-TITLE.
           MOVE 'alerts.dta' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT ALERTS.
           IF WS-ALERTS-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ ALERTS
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               MOVE ZERO TO WS-ALERT-HITS
               INSPECT AL-MESSAGE TALLYING WS-ALERT-HITS
                   FOR ALL WS-SUBJ-EMPID-X
               IF WS-ALERT-HITS > ZERO
                 PERFORM SHOW-ALERT-PARA
               END-IF
               READ ALERTS
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE ALERTS
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SHOW-ALERT-PARA
      * ================================================================
       SHOW-ALERT-PARA.
           ADD 1 TO WS-SECTION-HITS.
           MOVE SPACES TO WS-FIELD-LABEL.
           STRING AL-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-RUN-TIME DELIMITED BY SIZE
                  INTO WS-FIELD-LABEL
           END-STRING.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING AL-PROGRAM DELIMITED BY SPACE
                  ' SEV ' DELIMITED BY SIZE
                  AL-SEVERITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-MESSAGE DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.
           IF AL-IS-ACKED
             MOVE '  ACKNOWLEDGED' TO WS-FIELD-LABEL
             MOVE SPACES TO WS-FIELD-VALUE
             STRING AL-ACK-DATE DELIMITED BY SIZE
                    ' BY ' DELIMITED BY SIZE
                    AL-ACK-INITIALS DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    AL-ACK-NOTE DELIMITED BY SIZE
                    INTO WS-FIELD-VALUE
             END-STRING
             PERFORM SHOW-FIELD-PARA
           END-IF.

      * ================================================================
      * READLOG-SECTION-PARA
      * Who has looked at the subject's records - every inquiry,
      * report or extract logged against the EMPID.  This run's own
      * entry is written after the dossier is closed, so is not
      * among them.
      * ================================================================
       READLOG-SECTION-PARA.
           MOVE 'RECORD VIEWS' TO WS-SECTION-TITLE.
           MOVE 'readlog.dta' TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT READLOG.
           IF RA-LOG-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ READLOG
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF RA-EMPID OF READLOG-REC = WS-SUBJ-EMPID
                 PERFORM SHOW-READLOG-PARA
               END-IF
               READ READLOG
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE READLOG
           END-IF.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * SHOW-READLOG-PARA
      * ================================================================
       SHOW-READLOG-PARA.
           ADD 1 TO WS-SECTION-HITS.
           EVALUATE TRUE
             WHEN RA-IS-RECORD OF READLOG-REC
               MOVE 'RECORD' TO WS-ACTION-TEXT
             WHEN RA-IS-REPORT OF READLOG-REC
               MOVE 'REPORT' TO WS-ACTION-TEXT
             WHEN RA-IS-EXTRACT OF READLOG-REC
               MOVE 'EXTRACT' TO WS-ACTION-TEXT
             WHEN OTHER
               MOVE RA-KIND OF READLOG-REC TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-FIELD-LABEL.
           STRING RA-RUN-DATE OF READLOG-REC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RA-RUN-TIME OF READLOG-REC DELIMITED BY SIZE
                  INTO WS-FIELD-LABEL
           END-STRING.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING WS-ACTION-TEXT DELIMITED BY SPACE
                  ' VIEWED BY ' DELIMITED BY SIZE
                  RA-OPER-ID OF READLOG-REC DELIMITED BY SIZE
                  '  THROUGH ' DELIMITED BY SIZE
                  RA-PROGRAM OF READLOG-REC DELIMITED BY SPACE
                  '  ' DELIMITED BY SIZE
                  RA-SUBJECT OF READLOG-REC DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM SHOW-FIELD-PARA.

      * ================================================================
      * HOLD-SECTION-PARA
      * Holding-file lines for the subject - the held record's
      * image, WS-HOLD-IMAGE-LEN bytes (carried onto a second line
      * when it will not fit on one), then the reason it was held,
      * which starts at WS-REJ-POS.  A correction waiting on the fix
      * file has no reason to show.  A tax ID on the line (at
      * WS-HOLD-TAXID-POS, set for the one file) is printed as its
      * last four digits only, as in the tax ID section; the
      * position is cleared again for the next file.  The pending
      * and held-for-approval files carry an EMPLOYEE-FILE or
      * compensation image, neither of which holds a tax ID.
      * ================================================================
       HOLD-SECTION-PARA.
           MOVE WS-HOLD-FNAME (3:38) TO WS-SECTION-SOURCE.
           PERFORM BEGIN-SECTION-PARA.
           OPEN INPUT HOLDFILE.
           IF WS-HOLD-OK
             ADD 1 TO WS-SECTION-FILES
             MOVE ' ' TO WS-FILE-EOF
             READ HOLDFILE
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF HOLDFILE-REC (WS-HOLD-EMPID-POS:5)
                    = WS-SUBJ-EMPID-X
                 ADD 1 TO WS-SECTION-HITS
                 MOVE HOLDFILE-REC TO WS-HOLD-LINE
                 IF WS-HOLD-TAXID-POS > ZERO
                   MOVE ALL 'X' TO WS-HOLD-LINE (WS-HOLD-TAXID-POS:5)
                 END-IF
                 EVALUATE TRUE
                   WHEN WS-HOLD-LABEL NOT = SPACES
                     MOVE WS-HOLD-LABEL TO WS-FIELD-LABEL
                   WHEN WS-REJ-POS = ZERO
                     MOVE 'CORRECTION' TO WS-FIELD-LABEL
                   WHEN OTHER
                     MOVE 'HELD RECORD' TO WS-FIELD-LABEL
                 END-EVALUATE
                 MOVE WS-HOLD-LINE (1:WS-HOLD-IMAGE-LEN)
                      TO WS-FIELD-VALUE
                 PERFORM SHOW-FIELD-PARA
                 IF WS-HOLD-IMAGE-LEN > 105
                   COMPUTE WS-HOLD-REST-LEN = WS-HOLD-IMAGE-LEN - 105
                   MOVE SPACES TO WS-FIELD-LABEL
                   MOVE WS-HOLD-LINE (106:WS-HOLD-REST-LEN)
                        TO WS-FIELD-VALUE
                   PERFORM SHOW-FIELD-PARA
                 END-IF
                 IF WS-REJ-POS > ZERO
                   MOVE '  REASON' TO WS-FIELD-LABEL
                   MOVE WS-HOLD-LINE (WS-REJ-POS:42) TO WS-FIELD-VALUE
                   PERFORM SHOW-FIELD-PARA
                 END-IF
               END-IF
               READ HOLDFILE
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE HOLDFILE
           END-IF.
           MOVE ZERO TO WS-HOLD-TAXID-POS.
           MOVE 1 TO WS-HOLD-EMPID-POS.
           MOVE SPACES TO WS-HOLD-LABEL.
           PERFORM END-SECTION-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE WS-TOTAL-HITS TO WS-HITS-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING 'END OF DOSSIER - ' DELIMITED BY SIZE
                  WS-SECTION-NUM DELIMITED BY SIZE
                  ' SECTIONS SEARCHED, ' DELIMITED BY SIZE
                  WS-SECTIONS-HELD DELIMITED BY SIZE
                  ' HOLDING ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HITS-ED) DELIMITED BY SIZE
                  ' RECORD(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           SET RP-RESTRICTED TO TRUE.
           PERFORM CLOSE-REPORT-PARA.
           MOVE 'R' TO RA-LOG-KIND.
           MOVE WS-SUBJ-EMPID TO RA-LOG-EMPID.
           MOVE RP-FNAME TO RA-LOG-SUBJECT.
           MOVE 1 TO RA-LOG-RECORDS.
           PERFORM WRITE-READLOG-PARA.
           DISPLAY "SUBJACC: EMPID " WS-SUBJ-EMPID-X " - "
                   WS-SECTIONS-HELD " OF " WS-SECTION-NUM
                   " SECTIONS HOLD " WS-TOTAL-HITS " RECORD(S) - "
                   FUNCTION TRIM (RP-FNAME).
           IF WS-TOTAL-HITS = ZERO
             DISPLAY "SUBJACC: NOTHING HELD ON EMPID " WS-SUBJ-EMPID-X
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN READ-ACCESS LOG WRITER
      * ================================================================
       COPY "READLOG_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN TAX-ID MASKING
      * ================================================================
       COPY "TAXMASK_PARA.cob".
