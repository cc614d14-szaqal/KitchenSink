       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTBKP.
      * Generation backup of every master the shop keeps - not
      * just EMPLOYEE, which EMPUNLD has always covered with one
      * backup each run overwrites. Each run is one backup set:
      * the next generation number after the highest on the
      * BKPCAT catalog (copybooks/BKP-CATALOG-REC.cpy), and every
      * master on the list below unloads to its own generation
      * file, Cobol/data/<master>.GnnnnV00.DAT, in the
      * MAST-BACKUP-REC.cpy shape: a header naming the
      * master and generation, one detail per record image, and
      * a trailer with the record count and image hash total.
      * Each clean file is catalogued with its generation, date,
      * record count, hash and file name; the catalog then keeps
      * only the newest generations per master that the BKPCTL
      * card asks for, and the older generation files are
      * deleted along with their catalog entries. The BKPREG
      * register lists what was taken and what expired. MASTRSTR
      * reloads any one master from a catalogued generation.
      * A master not yet on disk is skipped and listed - several
      * only appear once their first maintenance run creates
      * them. A master that cannot be unloaded whole is not
      * catalogued and ends the run RC=8, its partial generation
      * file deleted; nothing expires for that master on a run
      * that could not replace it.
      * BKPCTL card (optional):
      *   Pos 1-2  generations to keep per master, 9(2) - default
      *            7, never less than 1
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-CONTROL ASSIGN TO "BKPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CONTROL-STATUS.

           SELECT BACKUP-CATALOG ASSIGN TO "Cobol/data/BKPCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CATALOG-KEY
               FILE STATUS IS WS-BACKUP-CATALOG-STATUS.

           SELECT GENERATION-FILE ASSIGN TO DYNAMIC
                   WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-FILE-STATUS.

           SELECT BACKUP-REGISTER ASSIGN TO "Cobol/data/BKPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-REGISTER-STATUS.

      * The masters, each read as its own programs declare it;
      * only one is open at a time, so they share one status.
           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-MASTER ASSIGN TO "Cobol/data/EMPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ASSIGNMENT-MASTER ASSIGN TO "Cobol/data/EMPDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ED-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT JOB-ASSIGNMENT-MASTER ASSIGN TO
               "Cobol/data/EMPJOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EJ-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ADDRESS-MASTER ASSIGN TO "Cobol/data/ADDRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAY-MASTER ASSIGN TO "Cobol/data/PAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEDUCTION-MASTER ASSIGN TO "Cobol/data/DEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT YTD-MASTER ASSIGN TO "Cobol/data/YTDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YT-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LEAVE-MASTER ASSIGN TO "Cobol/data/LEAVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BANK-MASTER ASSIGN TO "Cobol/data/BANKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BN-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT GARN-MASTER ASSIGN TO "Cobol/data/GARNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GO-ORDER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUPERVISION-MASTER ASSIGN TO
               "Cobol/data/SUPVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SV-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS SV-SUPERVISOR-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT WEEK-HOURS ASSIGN TO "Cobol/data/WEEKHRS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WH-WEEK-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BENEFIT-PLAN-MASTER ASSIGN TO
               "Cobol/data/BENPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ENROLLMENT-MASTER ASSIGN TO
               "Cobol/data/BENENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-ENROLLMENT-KEY
               ALTERNATE RECORD KEY IS EN-PLAN-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT JOB-MASTER ASSIGN TO "Cobol/data/JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JB-JOB-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "Cobol/data/DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BUDGET-MASTER ASSIGN TO "Cobol/data/BUDGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-BUDGET-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CERT-MASTER ASSIGN TO "Cobol/data/CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-CERT-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REQUIREMENT-MASTER ASSIGN TO
               "Cobol/data/CERTREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CQ-REQUIREMENT-KEY
               ALTERNATE RECORD KEY IS CQ-CERT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EXPENSE-MASTER ASSIGN TO "Cobol/data/EXPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XP-CLAIM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT APPROVAL-QUEUE ASSIGN TO "Cobol/data/APPRQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AQ-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TAX-TABLE ASSIGN TO "Cobol/data/TAXMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-TABLE-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "Cobol/data/CHECKREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REISSUE-QUEUE ASSIGN TO "Cobol/data/DDRETQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-QUEUE-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "Cobol/data/PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "Cobol/data/LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-ACCT-SSN
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ORDER-MASTER ASSIGN TO "Cobol/data/STNDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CASE-MASTER ASSIGN TO "Cobol/data/CASEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-CASE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CASE-POSTINGS ASSIGN TO "Cobol/data/CASEPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-CASE-LINE-KEY
               ALTERNATE RECORD KEY IS CP-POSTING-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DISPUTE-MASTER ASSIGN TO "Cobol/data/DISPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "Cobol/data/ESCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UP-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT GL-MAP-MASTER ASSIGN TO "Cobol/data/GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RATE-MASTER ASSIGN TO "Cobol/data/FXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT USER-MASTER ASSIGN TO "Cobol/data/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO "Cobol/data/SECMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SCHEDULE-MASTER ASSIGN TO "Cobol/data/SCHDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HOLIDAY-MASTER ASSIGN TO "Cobol/data/HOLMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OVERDRAFT-AGES ASSIGN TO "Cobol/data/ODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MESSAGE-MASTER ASSIGN TO "Cobol/data/ERRMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STATUS-MASTER ASSIGN TO "Cobol/data/EMPSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ES-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORY-MASTER ASSIGN TO "Cobol/data/DEPTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DH-HIST-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRACKER-MASTER ASSIGN TO "Cobol/data/ONBDTRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RECERT-MASTER ASSIGN TO "Cobol/data/RCRTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-CERT-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DISTRIBUTION-MASTER ASSIGN TO "Cobol/data/RPTDIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RD-DIST-KEY
               ALTERNATE RECORD KEY IS RD-RECIPIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-REPOSITORY ASSIGN TO "Cobol/data/RPTREPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RR-REPO-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAY-VARIANCE ASSIGN TO "Cobol/data/PAYVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VR-VAR-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RETIREMENT-PLAN-MASTER ASSIGN TO
               "Cobol/data/RETPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RN-PLAN-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PARTICIPANT-MASTER ASSIGN TO "Cobol/data/RETPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RA-EMPLOYEE-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TEMPLATE-MASTER ASSIGN TO "Cobol/data/LTRTMPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-TEMPLATE-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS ASSIGN TO "Cobol/data/ACCTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AA-ACCT-SSN
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-CONTROL.
       01 BACKUP-CONTROL-REC.
           05 BX-GENERATIONS-KEPT     PIC 9(2).

       FD  BACKUP-CATALOG.
       01 BACKUP-CATALOG-REC.
           COPY BKP-CATALOG-REC.

       FD  GENERATION-FILE.
       01 GENERATION-FILE-REC         PIC X(201).

       FD  BACKUP-REGISTER.
       01 BACKUP-REGISTER-LINE        PIC X(80).

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.

       FD  ASSIGNMENT-MASTER.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       FD  JOB-ASSIGNMENT-MASTER.
       01 JOB-ASSIGNMENT-REC.
           COPY EMP-JOB-REC.

       FD  ADDRESS-MASTER.
       01 ADDRESS-MASTER-REC.
           COPY EMP-ADDR-REC.

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
           COPY PAY-MASTER-REC.

       FD  DEDUCTION-MASTER.
       01 DEDUCTION-MASTER-REC.
           COPY DED-MASTER-REC.

       FD  YTD-MASTER.
       01 YTD-MASTER-REC.
           COPY YTD-MASTER-REC.

       FD  LEAVE-MASTER.
       01 LEAVE-MASTER-REC.
           COPY LEAVE-MASTER-REC.

       FD  BANK-MASTER.
       01 BANK-MASTER-REC.
           COPY BANK-MASTER-REC.

       FD  GARN-MASTER.
       01 GARN-MASTER-REC.
           COPY GARN-ORDER-REC.

       FD  SUPERVISION-MASTER.
       01 SUPERVISION-MASTER-REC.
           COPY SUPV-LINE-REC.

       FD  WEEK-HOURS.
       01 WEEK-HOURS-REC.
           COPY WEEK-HOURS-REC.

       FD  BENEFIT-PLAN-MASTER.
       01 BENEFIT-PLAN-REC.
           COPY BEN-PLAN-REC.

       FD  ENROLLMENT-MASTER.
       01 ENROLLMENT-MASTER-REC.
           COPY BEN-ENRL-REC.

       FD  JOB-MASTER.
       01 JOB-MASTER-REC.
           COPY JOB-MASTER-REC.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-REC.
           COPY DEPT-MASTER-REC.

       FD  BUDGET-MASTER.
       01 BUDGET-MASTER-REC.
           COPY DEPT-BUDGET-REC.

       FD  CERT-MASTER.
       01 CERT-MASTER-REC.
           COPY CERT-MASTER-REC.

       FD  REQUIREMENT-MASTER.
       01 REQUIREMENT-MASTER-REC.
           COPY CERT-REQ-REC.

       FD  EXPENSE-MASTER.
       01 EXPENSE-MASTER-REC.
           COPY EXP-CLAIM-REC.

       FD  APPROVAL-QUEUE.
       01 APPROVAL-QUEUE-REC.
           COPY APPR-QUEUE-REC.

       FD  TAX-TABLE.
       01 TAX-TABLE-REC.
           COPY TAX-TABLE-REC.

       FD  CHECK-REGISTER.
       01 CHECK-REGISTER-REC.
           COPY CHECK-REG-REC.

       FD  REISSUE-QUEUE.
       01 REISSUE-QUEUE-REC.
           COPY DD-REISSUE-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       FD  PRODUCT-MASTER.
       01 PRODUCT-MASTER-REC.
           COPY PROD-MASTER-REC.

       FD  LOAN-MASTER.
       01 LOAN-MASTER-REC.
           COPY LOAN-MASTER-REC.

       FD  ORDER-MASTER.
       01 ORDER-MASTER-REC.
           COPY STND-ORDER-REC.

       FD  CASE-MASTER.
       01 CASE-MASTER-REC.
           COPY CASE-MASTER-REC.

       FD  CASE-POSTINGS.
       01 CASE-POSTINGS-REC.
           COPY CASE-POST-REC.

       FD  DISPUTE-MASTER.
       01 DISPUTE-MASTER-REC.
           COPY DISP-MASTER-REC.

       FD  PROPERTY-MASTER.
       01 PROPERTY-MASTER-REC.
           COPY UNCL-PROP-REC.

       FD  GL-MAP-MASTER.
       01 GL-MAP-MASTER-REC.
           COPY GL-MAP-REC.

       FD  RATE-MASTER.
       01 RATE-MASTER-REC.
           COPY FX-RATE-REC.

       FD  USER-MASTER.
       01 USER-MASTER-REC.
           COPY USER-MASTER-REC.

       FD  SECURITY-MASTER.
       01 SECURITY-MASTER-REC.
           COPY SEC-MASTER-REC.

       FD  SCHEDULE-MASTER.
       01 SCHEDULE-MASTER-REC.
           COPY SCHD-MASTER-REC.

       FD  HOLIDAY-MASTER.
      * One holiday per line:
      *   Pos  1- 8  HM-HOLIDAY-DATE 9(8)   YYYYMMDD
      *   Pos  9-28  HM-HOLIDAY-NAME X(20)
       01 HOLIDAY-MASTER-REC.
           05 HM-HOLIDAY-DATE         PIC 9(8).
           05 HM-HOLIDAY-NAME         PIC X(20).

       FD  OVERDRAFT-AGES.
      * The OVERDRFT age record: account plus first-negative date.
       01 OVERDRAFT-AGE-REC.
           05 OD-ACCT-SSN             PIC 9(9).
           05 OD-FIRST-NEG-DATE       PIC 9(8).

       FD  MESSAGE-MASTER.
       01 MESSAGE-MASTER-REC.
           COPY ERR-MSG-REC.

       FD  STATUS-MASTER.
       01 STATUS-MASTER-REC.
           COPY EMP-STAT-REC.

       FD  HISTORY-MASTER.
       01 HISTORY-MASTER-REC.
           COPY DEPT-HIST-REC.

       FD  TRACKER-MASTER.
       01 TRACKER-MASTER-REC.
           COPY ONBD-TRACK-REC.

       FD  RECERT-MASTER.
       01 RECERT-MASTER-REC.
           COPY RECERT-REC.

       FD  DISTRIBUTION-MASTER.
       01 DISTRIBUTION-MASTER-REC.
           COPY RPT-DIST-REC.

       FD  REPORT-REPOSITORY.
       01 REPORT-REPOSITORY-REC.
           COPY RPT-REPO-REC.

       FD  PAY-VARIANCE.
       01 PAY-VARIANCE-REC.
           COPY PAY-VAR-REC.

       FD  RETIREMENT-PLAN-MASTER.
       01 RETIREMENT-PLAN-REC.
           COPY RET-PLAN-REC.

       FD  PARTICIPANT-MASTER.
       01 PARTICIPANT-MASTER-REC.
           COPY RET-PART-REC.

       FD  TEMPLATE-MASTER.
       01 TEMPLATE-MASTER-REC.
           COPY LTR-TMPL-REC.

       FD  CUSTOMER-ADDRESS.
       01 CUSTOMER-ADDRESS-REC.
           COPY ACCT-ADDR-REC.
       WORKING-STORAGE SECTION.
       01 WS-BACKUP-CONTROL-STATUS    PIC XX VALUE "00".
       01 WS-BACKUP-CATALOG-STATUS    PIC XX VALUE "00".
       01 WS-GENERATION-FILE-STATUS   PIC XX VALUE "00".
       01 WS-BACKUP-REGISTER-STATUS   PIC XX VALUE "00".
       01 WS-MASTER-STATUS            PIC XX VALUE "00".

       COPY MAST-BACKUP-REC.

      * The backup set, in unload order. Adding a master here
      * means adding its SELECT, FD and a WHEN to each of
      * Open-Master, Read-Master and Close-Master - and the same
      * in MASTRSTR.
       01 WS-MASTER-NAMES.
           05 FILLER PIC X(8) VALUE "EMPLOYEE".
           05 FILLER PIC X(8) VALUE "EMPXREF".
           05 FILLER PIC X(8) VALUE "EMPDEPT".
           05 FILLER PIC X(8) VALUE "EMPJOB".
           05 FILLER PIC X(8) VALUE "ADDRMAST".
           05 FILLER PIC X(8) VALUE "PAYMAST".
           05 FILLER PIC X(8) VALUE "DEDMAST".
           05 FILLER PIC X(8) VALUE "YTDMAST".
           05 FILLER PIC X(8) VALUE "LEAVMAST".
           05 FILLER PIC X(8) VALUE "BANKMAST".
           05 FILLER PIC X(8) VALUE "GARNMAST".
           05 FILLER PIC X(8) VALUE "SUPVMAST".
           05 FILLER PIC X(8) VALUE "WEEKHRS".
           05 FILLER PIC X(8) VALUE "BENPLAN".
           05 FILLER PIC X(8) VALUE "BENENRL".
           05 FILLER PIC X(8) VALUE "JOBMAST".
           05 FILLER PIC X(8) VALUE "DEPTMAST".
           05 FILLER PIC X(8) VALUE "BUDGMAST".
           05 FILLER PIC X(8) VALUE "CERTMAST".
           05 FILLER PIC X(8) VALUE "CERTREQ".
           05 FILLER PIC X(8) VALUE "EXPMAST".
           05 FILLER PIC X(8) VALUE "APPRQUE".
           05 FILLER PIC X(8) VALUE "TAXMAST".
           05 FILLER PIC X(8) VALUE "CHECKREG".
           05 FILLER PIC X(8) VALUE "DDRETQ".
           05 FILLER PIC X(8) VALUE "ACCTMAST".
           05 FILLER PIC X(8) VALUE "ACCTOWN".
           05 FILLER PIC X(8) VALUE "PRODMAST".
           05 FILLER PIC X(8) VALUE "LOANMAST".
           05 FILLER PIC X(8) VALUE "STNDORD".
           05 FILLER PIC X(8) VALUE "CASEMAST".
           05 FILLER PIC X(8) VALUE "CASEPOST".
           05 FILLER PIC X(8) VALUE "DISPMAST".
           05 FILLER PIC X(8) VALUE "ESCHMAST".
           05 FILLER PIC X(8) VALUE "GLMAP".
           05 FILLER PIC X(8) VALUE "FXRATE".
           05 FILLER PIC X(8) VALUE "USERMAST".
           05 FILLER PIC X(8) VALUE "SECMAST".
           05 FILLER PIC X(8) VALUE "SCHDMAST".
           05 FILLER PIC X(8) VALUE "HOLMAST".
           05 FILLER PIC X(8) VALUE "ODMAST".
           05 FILLER PIC X(8) VALUE "ERRMSG".
           05 FILLER PIC X(8) VALUE "EMPSTAT".
           05 FILLER PIC X(8) VALUE "DEPTHIST".
           05 FILLER PIC X(8) VALUE "ONBDTRK".
           05 FILLER PIC X(8) VALUE "RCRTMAST".
           05 FILLER PIC X(8) VALUE "RPTDIST".
           05 FILLER PIC X(8) VALUE "RPTREPO".
           05 FILLER PIC X(8) VALUE "PAYVAR".
           05 FILLER PIC X(8) VALUE "RETPLAN".
           05 FILLER PIC X(8) VALUE "RETPART".
           05 FILLER PIC X(8) VALUE "LTRTMPL".
           05 FILLER PIC X(8) VALUE "ACCTADDR".
       01 WS-MASTER-TABLE REDEFINES WS-MASTER-NAMES.
           05 WS-MASTER-NAME          PIC X(8) OCCURS 53 TIMES.
       01 WS-MASTER-COUNT             PIC 99 VALUE 53.
       01 WS-MASTER-SUBSCRIPT         PIC 99 VALUE 0.
       01 WS-CURRENT-MASTER           PIC X(8) VALUE SPACES.

       01 WS-GENERATION-FILE-NAME     PIC X(40) VALUE SPACES.
       01 WS-GENERATION               PIC 9(4) VALUE 0.
       01 WS-GENERATIONS-KEPT         PIC 9(2) VALUE 7.
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-TIME                 PIC 9(8) VALUE 0.
       01 WS-RUN-RC                   PIC 9 VALUE 0.

       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-UNLOAD-SWITCH            PIC X VALUE 'Y'.
           88 UNLOAD-CLEAN                 VALUE 'Y'.
           88 UNLOAD-FAILED                VALUE 'N'.

      * One record image at a time and the hash over it: each
      * byte's ordinal times its position, so a changed byte and
      * two swapped bytes both move the total.
       01 WS-RECORD-IMAGE             PIC X(200) VALUE SPACES.
       01 WS-IMAGE-POSITION           PIC 9(3) VALUE 0.
       01 WS-RECORD-COUNT             PIC 9(8) VALUE 0.
       01 WS-HASH-TOTAL               PIC 9(15) VALUE 0.

       01 WS-GENERATIONS-ON-FILE      PIC 9(4) VALUE 0.
       01 WS-GENERATIONS-TO-EXPIRE    PIC 9(4) VALUE 0.
       01 WS-DELETE-RESULT            PIC S9(9) COMP-5 VALUE 0.

       01 WS-MASTERS-BACKED-UP        PIC 99 VALUE 0.
       01 WS-MASTERS-SKIPPED          PIC 99 VALUE 0.
       01 WS-MASTERS-FAILED           PIC 99 VALUE 0.
       01 WS-GENERATIONS-EXPIRED      PIC 9(4) VALUE 0.

       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZZZZZ9.
       01 WS-SMALL-DISPLAY            PIC Z9.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "MASTBKP"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM Read-Backup-Control.

           OPEN I-O BACKUP-CATALOG.
           IF WS-BACKUP-CATALOG-STATUS = "35"
               CLOSE BACKUP-CATALOG
               OPEN OUTPUT BACKUP-CATALOG
               CLOSE BACKUP-CATALOG
               OPEN I-O BACKUP-CATALOG
           END-IF.
           IF WS-BACKUP-CATALOG-STATUS NOT = "00"
               DISPLAY "BACKUP CATALOG NOT AVAILABLE:"
                       WS-BACKUP-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Find-Next-Generation.

           OPEN OUTPUT BACKUP-REGISTER.
           MOVE WS-GENERATIONS-KEPT TO WS-SMALL-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "MASTER BACKUP SET - GENERATION:" WS-GENERATION
                   "  DATE:" WS-RUN-DATE
                   "  KEEP:" WS-SMALL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE BACKUP-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           PERFORM VARYING WS-MASTER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MASTER-SUBSCRIPT > WS-MASTER-COUNT
               PERFORM Backup-One-Master
           END-PERFORM.

           PERFORM Write-Register-Totals.
           CLOSE BACKUP-REGISTER.
           CLOSE BACKUP-CATALOG.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

       Read-Backup-Control.
           OPEN INPUT BACKUP-CONTROL.
           IF WS-BACKUP-CONTROL-STATUS = "00"
               READ BACKUP-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BX-GENERATIONS-KEPT NUMERIC
                           AND BX-GENERATIONS-KEPT > 0
                           MOVE BX-GENERATIONS-KEPT
                               TO WS-GENERATIONS-KEPT
                       END-IF
               END-READ
               CLOSE BACKUP-CONTROL
           END-IF.

      * One generation number for the whole set, so a restore
      * of several masters can take them all from the same run.
       Find-Next-Generation.
           MOVE 0 TO WS-GENERATION.
           MOVE LOW-VALUES TO BC-CATALOG-KEY.
           SET BROWSE-NOT-DONE TO TRUE.
           START BACKUP-CATALOG
               KEY IS >= BC-CATALOG-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ BACKUP-CATALOG NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF BC-GENERATION > WS-GENERATION
                           MOVE BC-GENERATION TO WS-GENERATION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GENERATION = 9999
               MOVE 1 TO WS-GENERATION
           ELSE
               ADD 1 TO WS-GENERATION
           END-IF.

       Backup-One-Master.
           MOVE WS-MASTER-NAME(WS-MASTER-SUBSCRIPT)
               TO WS-CURRENT-MASTER.
           PERFORM Open-Master.
           IF WS-MASTER-STATUS NOT = "00"
               ADD 1 TO WS-MASTERS-SKIPPED
               MOVE SPACES TO WS-REGISTER-LINE
               STRING WS-CURRENT-MASTER
                       " NOT ON FILE - SKIPPED, STATUS:"
                       WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE BACKUP-REGISTER-LINE FROM WS-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-GENERATION-FILE-NAME.
           STRING "Cobol/data/" DELIMITED BY SIZE
                  WS-CURRENT-MASTER DELIMITED BY SPACE
                  ".G" WS-GENERATION "V00.DAT" DELIMITED BY SIZE
               INTO WS-GENERATION-FILE-NAME
           END-STRING.
           OPEN OUTPUT GENERATION-FILE.
           IF WS-GENERATION-FILE-STATUS NOT = "00"
               PERFORM Close-Master
               MOVE SPACES TO WS-REGISTER-LINE
               STRING WS-CURRENT-MASTER
                       " GENERATION FILE NOT OPENED, STATUS:"
                       WS-GENERATION-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               PERFORM Report-Master-Failed
               EXIT PARAGRAPH
           END-IF.

           SET UNLOAD-CLEAN TO TRUE.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE SPACES TO MASTER-BACKUP-RECORD.
           SET MB-IS-HEADER TO TRUE.
           MOVE WS-CURRENT-MASTER TO MB-HDR-FILE-NAME.
           MOVE WS-GENERATION     TO MB-HDR-GENERATION.
           MOVE WS-RUN-DATE       TO MB-HDR-RUN-DATE.
           MOVE WS-RUN-TIME       TO MB-HDR-RUN-TIME.
           WRITE GENERATION-FILE-REC FROM MASTER-BACKUP-RECORD.

           PERFORM Read-Master.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               PERFORM Write-Image-Detail
               PERFORM Read-Master
           END-PERFORM.
           IF WS-MASTER-STATUS NOT = "10"
               SET UNLOAD-FAILED TO TRUE
           END-IF.

           MOVE SPACES TO MASTER-BACKUP-RECORD.
           SET MB-IS-TRAILER TO TRUE.
           MOVE WS-RECORD-COUNT TO MB-TRL-RECORD-COUNT.
           MOVE WS-HASH-TOTAL   TO MB-TRL-HASH-TOTAL.
           WRITE GENERATION-FILE-REC FROM MASTER-BACKUP-RECORD.
           IF WS-GENERATION-FILE-STATUS NOT = "00"
               SET UNLOAD-FAILED TO TRUE
           END-IF.
           CLOSE GENERATION-FILE.
           PERFORM Close-Master.

           IF UNLOAD-FAILED
               CALL "CBL_DELETE_FILE" USING WS-GENERATION-FILE-NAME
                   RETURNING WS-DELETE-RESULT
               END-CALL
               MOVE SPACES TO WS-REGISTER-LINE
               STRING WS-CURRENT-MASTER
                       " UNLOAD INCOMPLETE, STATUS:" WS-MASTER-STATUS
                       " - NOT CATALOGUED"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               PERFORM Report-Master-Failed
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURRENT-MASTER       TO BC-FILE-NAME.
           MOVE WS-GENERATION           TO BC-GENERATION.
           MOVE WS-RUN-DATE             TO BC-BACKUP-DATE.
           MOVE WS-RUN-TIME             TO BC-BACKUP-TIME.
           MOVE WS-RECORD-COUNT         TO BC-RECORD-COUNT.
           MOVE WS-HASH-TOTAL           TO BC-HASH-TOTAL.
           MOVE WS-GENERATION-FILE-NAME TO BC-DATASET-NAME.
           WRITE BACKUP-CATALOG-REC
               INVALID KEY
                   MOVE SPACES TO WS-REGISTER-LINE
                   STRING WS-CURRENT-MASTER
                           " GENERATION ALREADY CATALOGUED:"
                           WS-GENERATION
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
                   PERFORM Report-Master-Failed
                   EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO WS-MASTERS-BACKED-UP.
           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-CURRENT-MASTER
                   " G" WS-GENERATION
                   " RECORDS:" WS-COUNT-DISPLAY
                   " HASH:" WS-HASH-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE BACKUP-REGISTER-LINE FROM WS-REGISTER-LINE.
           PERFORM Expire-Old-Generations.

       Write-Image-Detail.
           MOVE SPACES TO MASTER-BACKUP-RECORD.
           SET MB-IS-DETAIL TO TRUE.
           MOVE WS-RECORD-IMAGE TO MB-DTL-IMAGE.
           WRITE GENERATION-FILE-REC FROM MASTER-BACKUP-RECORD.
           IF WS-GENERATION-FILE-STATUS NOT = "00"
               SET UNLOAD-FAILED TO TRUE
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM Hash-Record-Image.
           MOVE SPACES TO WS-RECORD-IMAGE.

       Hash-Record-Image.
           PERFORM VARYING WS-IMAGE-POSITION FROM 1 BY 1
                   UNTIL WS-IMAGE-POSITION > 200
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                   + FUNCTION ORD(WS-RECORD-IMAGE(WS-IMAGE-POSITION:1))
                   * WS-IMAGE-POSITION
           END-PERFORM.

      * The master's generations oldest first: count them, then
      * delete from the front until only the kept number remain.
       Expire-Old-Generations.
           MOVE 0 TO WS-GENERATIONS-ON-FILE.
           PERFORM Start-Master-Generations.
           PERFORM UNTIL BROWSE-DONE
               READ BACKUP-CATALOG NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF BC-FILE-NAME NOT = WS-CURRENT-MASTER
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-GENERATIONS-ON-FILE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GENERATIONS-ON-FILE NOT > WS-GENERATIONS-KEPT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-GENERATIONS-TO-EXPIRE =
               WS-GENERATIONS-ON-FILE - WS-GENERATIONS-KEPT.
           PERFORM Start-Master-Generations.
           PERFORM UNTIL BROWSE-DONE
                   OR WS-GENERATIONS-TO-EXPIRE = 0
               READ BACKUP-CATALOG NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF BC-FILE-NAME NOT = WS-CURRENT-MASTER
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM Expire-One-Generation
                       END-IF
               END-READ
           END-PERFORM.

      * A generation is numbered from 1 again after 9999, so the
      * current one may sort ahead of older ones; it is never
      * expired by the run that took it.
       Expire-One-Generation.
           IF BC-GENERATION = WS-GENERATION
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_DELETE_FILE" USING BC-DATASET-NAME
               RETURNING WS-DELETE-RESULT
           END-CALL.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF WS-DELETE-RESULT = 0
               STRING WS-CURRENT-MASTER
                       " G" BC-GENERATION
                       " OF " BC-BACKUP-DATE " EXPIRED AND DELETED"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING WS-CURRENT-MASTER
                       " G" BC-GENERATION
                       " OF " BC-BACKUP-DATE
                       " EXPIRED - FILE ALREADY GONE"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           WRITE BACKUP-REGISTER-LINE FROM WS-REGISTER-LINE.
           DELETE BACKUP-CATALOG RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-GENERATIONS-EXPIRED.
           SUBTRACT 1 FROM WS-GENERATIONS-TO-EXPIRE.

       Start-Master-Generations.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE WS-CURRENT-MASTER TO BC-FILE-NAME.
           MOVE 0 TO BC-GENERATION.
           START BACKUP-CATALOG
               KEY IS >= BC-CATALOG-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.

       Report-Master-Failed.
           ADD 1 TO WS-MASTERS-FAILED.
           MOVE 8 TO WS-RUN-RC.
           WRITE BACKUP-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "B002" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "MASTBKP" TO EX-PROGRAM-ID.
           MOVE WS-REGISTER-LINE TO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Totals.
           MOVE WS-MASTERS-BACKED-UP TO WS-SMALL-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "MASTERS BACKED UP:     " WS-SMALL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE BACKUP-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-MASTERS-SKIPPED TO WS-SMALL-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "MASTERS NOT ON FILE:   " WS-SMALL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE BACKUP-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-MASTERS-FAILED TO WS-SMALL-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "MASTERS FAILED:        " WS-SMALL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE BACKUP-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-GENERATIONS-EXPIRED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "GENERATIONS EXPIRED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE BACKUP-REGISTER-LINE FROM WS-REGISTER-LINE.

       Open-Master.
           EVALUATE WS-MASTER-SUBSCRIPT
               WHEN 1
                   OPEN INPUT EMPLOYEE-MASTER
               WHEN 2
                   OPEN INPUT XREF-MASTER
               WHEN 3
                   OPEN INPUT ASSIGNMENT-MASTER
               WHEN 4
                   OPEN INPUT JOB-ASSIGNMENT-MASTER
               WHEN 5
                   OPEN INPUT ADDRESS-MASTER
               WHEN 6
                   OPEN INPUT PAY-MASTER
               WHEN 7
                   OPEN INPUT DEDUCTION-MASTER
               WHEN 8
                   OPEN INPUT YTD-MASTER
               WHEN 9
                   OPEN INPUT LEAVE-MASTER
               WHEN 10
                   OPEN INPUT BANK-MASTER
               WHEN 11
                   OPEN INPUT GARN-MASTER
               WHEN 12
                   OPEN INPUT SUPERVISION-MASTER
               WHEN 13
                   OPEN INPUT WEEK-HOURS
               WHEN 14
                   OPEN INPUT BENEFIT-PLAN-MASTER
               WHEN 15
                   OPEN INPUT ENROLLMENT-MASTER
               WHEN 16
                   OPEN INPUT JOB-MASTER
               WHEN 17
                   OPEN INPUT DEPT-MASTER
               WHEN 18
                   OPEN INPUT BUDGET-MASTER
               WHEN 19
                   OPEN INPUT CERT-MASTER
               WHEN 20
                   OPEN INPUT REQUIREMENT-MASTER
               WHEN 21
                   OPEN INPUT EXPENSE-MASTER
               WHEN 22
                   OPEN INPUT APPROVAL-QUEUE
               WHEN 23
                   OPEN INPUT TAX-TABLE
               WHEN 24
                   OPEN INPUT CHECK-REGISTER
               WHEN 25
                   OPEN INPUT REISSUE-QUEUE
               WHEN 26
                   OPEN INPUT ACCOUNT-MASTER
               WHEN 27
                   OPEN INPUT OWNER-MASTER
               WHEN 28
                   OPEN INPUT PRODUCT-MASTER
               WHEN 29
                   OPEN INPUT LOAN-MASTER
               WHEN 30
                   OPEN INPUT ORDER-MASTER
               WHEN 31
                   OPEN INPUT CASE-MASTER
               WHEN 32
                   OPEN INPUT CASE-POSTINGS
               WHEN 33
                   OPEN INPUT DISPUTE-MASTER
               WHEN 34
                   OPEN INPUT PROPERTY-MASTER
               WHEN 35
                   OPEN INPUT GL-MAP-MASTER
               WHEN 36
                   OPEN INPUT RATE-MASTER
               WHEN 37
                   OPEN INPUT USER-MASTER
               WHEN 38
                   OPEN INPUT SECURITY-MASTER
               WHEN 39
                   OPEN INPUT SCHEDULE-MASTER
               WHEN 40
                   OPEN INPUT HOLIDAY-MASTER
               WHEN 41
                   OPEN INPUT OVERDRAFT-AGES
               WHEN 42
                   OPEN INPUT MESSAGE-MASTER
               WHEN 43
                   OPEN INPUT STATUS-MASTER
               WHEN 44
                   OPEN INPUT HISTORY-MASTER
               WHEN 45
                   OPEN INPUT TRACKER-MASTER
               WHEN 46
                   OPEN INPUT RECERT-MASTER
               WHEN 47
                   OPEN INPUT DISTRIBUTION-MASTER
               WHEN 48
                   OPEN INPUT REPORT-REPOSITORY
               WHEN 49
                   OPEN INPUT PAY-VARIANCE
               WHEN 50
                   OPEN INPUT RETIREMENT-PLAN-MASTER
               WHEN 51
                   OPEN INPUT PARTICIPANT-MASTER
               WHEN 52
                   OPEN INPUT TEMPLATE-MASTER
               WHEN 53
                   OPEN INPUT CUSTOMER-ADDRESS
           END-EVALUATE.
       Read-Master.
           MOVE SPACES TO WS-RECORD-IMAGE.
           EVALUATE WS-MASTER-SUBSCRIPT
               WHEN 1
                   READ EMPLOYEE-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 2
                   READ XREF-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 3
                   READ ASSIGNMENT-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 4
                   READ JOB-ASSIGNMENT-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 5
                   READ ADDRESS-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 6
                   READ PAY-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 7
                   READ DEDUCTION-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 8
                   READ YTD-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 9
                   READ LEAVE-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 10
                   READ BANK-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 11
                   READ GARN-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 12
                   READ SUPERVISION-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 13
                   READ WEEK-HOURS NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 14
                   READ BENEFIT-PLAN-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 15
                   READ ENROLLMENT-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 16
                   READ JOB-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 17
                   READ DEPT-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 18
                   READ BUDGET-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 19
                   READ CERT-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 20
                   READ REQUIREMENT-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 21
                   READ EXPENSE-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 22
                   READ APPROVAL-QUEUE NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 23
                   READ TAX-TABLE NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 24
                   READ CHECK-REGISTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 25
                   READ REISSUE-QUEUE NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 26
                   READ ACCOUNT-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 27
                   READ OWNER-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 28
                   READ PRODUCT-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 29
                   READ LOAN-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 30
                   READ ORDER-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 31
                   READ CASE-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 32
                   READ CASE-POSTINGS NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 33
                   READ DISPUTE-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 34
                   READ PROPERTY-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 35
                   READ GL-MAP-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 36
                   READ RATE-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 37
                   READ USER-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 38
                   READ SECURITY-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 39
                   READ SCHEDULE-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 40
                   READ HOLIDAY-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 41
                   READ OVERDRAFT-AGES NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 42
                   READ MESSAGE-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 43
                   READ STATUS-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 44
                   READ HISTORY-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 45
                   READ TRACKER-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 46
                   READ RECERT-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 47
                   READ DISTRIBUTION-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 48
                   READ REPORT-REPOSITORY NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 49
                   READ PAY-VARIANCE NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 50
                   READ RETIREMENT-PLAN-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 51
                   READ PARTICIPANT-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 52
                   READ TEMPLATE-MASTER NEXT RECORD
                       INTO WS-RECORD-IMAGE
               WHEN 53
                   READ CUSTOMER-ADDRESS NEXT RECORD
                       INTO WS-RECORD-IMAGE
           END-EVALUATE.
       Close-Master.
           EVALUATE WS-MASTER-SUBSCRIPT
               WHEN 1
                   CLOSE EMPLOYEE-MASTER
               WHEN 2
                   CLOSE XREF-MASTER
               WHEN 3
                   CLOSE ASSIGNMENT-MASTER
               WHEN 4
                   CLOSE JOB-ASSIGNMENT-MASTER
               WHEN 5
                   CLOSE ADDRESS-MASTER
               WHEN 6
                   CLOSE PAY-MASTER
               WHEN 7
                   CLOSE DEDUCTION-MASTER
               WHEN 8
                   CLOSE YTD-MASTER
               WHEN 9
                   CLOSE LEAVE-MASTER
               WHEN 10
                   CLOSE BANK-MASTER
               WHEN 11
                   CLOSE GARN-MASTER
               WHEN 12
                   CLOSE SUPERVISION-MASTER
               WHEN 13
                   CLOSE WEEK-HOURS
               WHEN 14
                   CLOSE BENEFIT-PLAN-MASTER
               WHEN 15
                   CLOSE ENROLLMENT-MASTER
               WHEN 16
                   CLOSE JOB-MASTER
               WHEN 17
                   CLOSE DEPT-MASTER
               WHEN 18
                   CLOSE BUDGET-MASTER
               WHEN 19
                   CLOSE CERT-MASTER
               WHEN 20
                   CLOSE REQUIREMENT-MASTER
               WHEN 21
                   CLOSE EXPENSE-MASTER
               WHEN 22
                   CLOSE APPROVAL-QUEUE
               WHEN 23
                   CLOSE TAX-TABLE
               WHEN 24
                   CLOSE CHECK-REGISTER
               WHEN 25
                   CLOSE REISSUE-QUEUE
               WHEN 26
                   CLOSE ACCOUNT-MASTER
               WHEN 27
                   CLOSE OWNER-MASTER
               WHEN 28
                   CLOSE PRODUCT-MASTER
               WHEN 29
                   CLOSE LOAN-MASTER
               WHEN 30
                   CLOSE ORDER-MASTER
               WHEN 31
                   CLOSE CASE-MASTER
               WHEN 32
                   CLOSE CASE-POSTINGS
               WHEN 33
                   CLOSE DISPUTE-MASTER
               WHEN 34
                   CLOSE PROPERTY-MASTER
               WHEN 35
                   CLOSE GL-MAP-MASTER
               WHEN 36
                   CLOSE RATE-MASTER
               WHEN 37
                   CLOSE USER-MASTER
               WHEN 38
                   CLOSE SECURITY-MASTER
               WHEN 39
                   CLOSE SCHEDULE-MASTER
               WHEN 40
                   CLOSE HOLIDAY-MASTER
               WHEN 41
                   CLOSE OVERDRAFT-AGES
               WHEN 42
                   CLOSE MESSAGE-MASTER
               WHEN 43
                   CLOSE STATUS-MASTER
               WHEN 44
                   CLOSE HISTORY-MASTER
               WHEN 45
                   CLOSE TRACKER-MASTER
               WHEN 46
                   CLOSE RECERT-MASTER
               WHEN 47
                   CLOSE DISTRIBUTION-MASTER
               WHEN 48
                   CLOSE REPORT-REPOSITORY
               WHEN 49
                   CLOSE PAY-VARIANCE
               WHEN 50
                   CLOSE RETIREMENT-PLAN-MASTER
               WHEN 51
                   CLOSE PARTICIPANT-MASTER
               WHEN 52
                   CLOSE TEMPLATE-MASTER
               WHEN 53
                   CLOSE CUSTOMER-ADDRESS
           END-EVALUATE.
