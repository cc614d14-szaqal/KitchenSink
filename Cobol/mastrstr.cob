       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTRSTR.
      * Reloads one master from a MASTBKP generation file, picked
      * off the BKPCAT backup catalog (copybooks/BKP-CATALOG-REC
      * .cpy) by the RESTCTL card:
      *   Pos  1- 8  master name, as MASTBKP lists it
      *   Pos  9-16  as-of date YYYYMMDD - the newest generation
      *              taken on or before it; zeros or spaces take
      *              the newest generation on the catalog
      *   Pos 17-20  generation number - when given, that exact
      *              generation, whatever the date
      * The generation file is proven before the live master is
      * touched: its header must name the master and generation
      * the catalog gave, and the detail count and image hash
      * must equal both its own trailer and the figures the
      * catalog recorded when it was taken. Only then is the
      * master opened OUTPUT and rebuilt from the images - as
      * EMPRELD does for EMPBKP, a reload starts from the backup,
      * not from what is left of the damaged file - and the
      * written count and hash are proven once more. Any failure
      * ends RC=8; a failure before the reload leaves the master
      * exactly as it was. No card, no run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-CONTROL ASSIGN TO "RESTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTORE-CONTROL-STATUS.

           SELECT BACKUP-CATALOG ASSIGN TO "Cobol/data/BKPCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CATALOG-KEY
               FILE STATUS IS WS-BACKUP-CATALOG-STATUS.

           SELECT GENERATION-FILE ASSIGN TO DYNAMIC
                   WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-FILE-STATUS.

      * The masters, each declared as its own programs declare
      * it; only the one being reloaded is ever opened.
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
       FD  RESTORE-CONTROL.
       01 RESTORE-CONTROL-REC.
           05 RX-FILE-NAME            PIC X(8).
           05 RX-AS-OF-DATE           PIC X(8).
           05 RX-GENERATION           PIC X(4).

       FD  BACKUP-CATALOG.
       01 BACKUP-CATALOG-REC.
           COPY BKP-CATALOG-REC.

       FD  GENERATION-FILE.
       01 GENERATION-FILE-REC         PIC X(201).

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
       01 WS-RESTORE-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-BACKUP-CATALOG-STATUS    PIC XX VALUE "00".
       01 WS-GENERATION-FILE-STATUS   PIC XX VALUE "00".
       01 WS-MASTER-STATUS            PIC XX VALUE "00".

       COPY MAST-BACKUP-REC.

      * The MASTBKP backup set, in the same order: the WHENs of
      * Open-Target, Write-Target and Close-Target follow it.
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
       01 WS-TABLE-SUBSCRIPT          PIC 99 VALUE 0.

       01 WS-CARD-SWITCH              PIC X VALUE 'N'.
           88 CARD-ACCEPTED                VALUE 'Y'.
           88 CARD-NOT-ACCEPTED            VALUE 'N'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-PROOF-SWITCH             PIC X VALUE 'Y'.
           88 PROOF-PASSED                 VALUE 'Y'.
           88 PROOF-FAILED                 VALUE 'N'.
       01 WS-HEADER-SWITCH            PIC X VALUE 'N'.
           88 HEADER-WAS-SEEN              VALUE 'Y'.
           88 HEADER-NOT-SEEN              VALUE 'N'.
       01 WS-TRAILER-SWITCH           PIC X VALUE 'N'.
           88 TRAILER-WAS-SEEN             VALUE 'Y'.
           88 TRAILER-NOT-SEEN             VALUE 'N'.
       01 WS-PASS-SWITCH              PIC X VALUE 'V'.
           88 VERIFY-PASS                  VALUE 'V'.
           88 RELOAD-PASS                  VALUE 'R'.

       01 WS-TARGET-MASTER            PIC X(8) VALUE SPACES.
       01 WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01 WS-WANTED-GENERATION        PIC 9(4) VALUE 0.
       01 WS-FOUND-GENERATION         PIC 9(4) VALUE 0.
       01 WS-FOUND-DATE               PIC 9(8) VALUE 0.
       01 WS-CATALOG-COUNT            PIC 9(8) VALUE 0.
       01 WS-CATALOG-HASH             PIC 9(15) VALUE 0.
       01 WS-GENERATION-FILE-NAME     PIC X(40) VALUE SPACES.

      * The image hash exactly as MASTBKP takes it.
       01 WS-RECORD-IMAGE             PIC X(200) VALUE SPACES.
       01 WS-IMAGE-POSITION           PIC 9(3) VALUE 0.
       01 WS-RECORD-COUNT             PIC 9(8) VALUE 0.
       01 WS-HASH-TOTAL               PIC 9(15) VALUE 0.
       01 WS-RECORDS-REJECTED         PIC 9(8) VALUE 0.
       01 WS-COUNT-DISPLAY            PIC ZZZZZZZ9.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "MASTRSTR" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           PERFORM Read-Restore-Control.
           IF CARD-NOT-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BACKUP-CATALOG.
           IF WS-BACKUP-CATALOG-STATUS NOT = "00"
               DISPLAY "BACKUP CATALOG NOT AVAILABLE:"
                       WS-BACKUP-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Find-Catalog-Generation.
           CLOSE BACKUP-CATALOG.
           IF WS-FOUND-GENERATION = 0
               DISPLAY "NO CATALOGUED GENERATION OF " WS-TARGET-MASTER
                       " FITS THE RESTCTL CARD - NOTHING RELOADED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "RELOADING " WS-TARGET-MASTER
                   " FROM GENERATION:" WS-FOUND-GENERATION
                   " TAKEN:" WS-FOUND-DATE.

           SET VERIFY-PASS TO TRUE.
           PERFORM Read-Generation-File.
           IF PROOF-FAILED
               DISPLAY WS-TARGET-MASTER
                       " GENERATION FILE FAILED ITS PROOF -"
                       " MASTER NOT TOUCHED"
               PERFORM Log-Restore-Failure
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Open-Target.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY WS-TARGET-MASTER " NOT OPENED FOR RELOAD:"
                       WS-MASTER-STATUS
               PERFORM Log-Restore-Failure
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SET RELOAD-PASS TO TRUE.
           PERFORM Read-Generation-File.
           PERFORM Close-Target.

           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY WS-TARGET-MASTER " RECORDS RELOADED:"
                   WS-COUNT-DISPLAY " HASH TOTAL:" WS-HASH-TOTAL.
           IF PROOF-FAILED OR WS-RECORDS-REJECTED > 0
               DISPLAY WS-TARGET-MASTER " RELOAD: FAIL"
               PERFORM Log-Restore-Failure
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY WS-TARGET-MASTER " RELOAD: PASS"
           END-IF.
           GOBACK.

       Read-Restore-Control.
           SET CARD-NOT-ACCEPTED TO TRUE.
           OPEN INPUT RESTORE-CONTROL.
           IF WS-RESTORE-CONTROL-STATUS NOT = "00"
               DISPLAY "NO RESTCTL CARD - NOTHING RELOADED"
               EXIT PARAGRAPH
           END-IF.
           READ RESTORE-CONTROL
               AT END
                   DISPLAY "NO RESTCTL CARD - NOTHING RELOADED"
               NOT AT END
                   PERFORM Take-Control-Card
           END-READ.
           CLOSE RESTORE-CONTROL.

       Take-Control-Card.
           MOVE 0 TO WS-MASTER-SUBSCRIPT.
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-MASTER-COUNT
               IF WS-MASTER-NAME(WS-TABLE-SUBSCRIPT) = RX-FILE-NAME
                   MOVE WS-TABLE-SUBSCRIPT TO WS-MASTER-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF WS-MASTER-SUBSCRIPT = 0
               DISPLAY "RESTCTL MASTER NOT IN THE BACKUP SET:"
                       RX-FILE-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE RX-FILE-NAME TO WS-TARGET-MASTER.
           MOVE 0 TO WS-AS-OF-DATE.
           IF RX-AS-OF-DATE NUMERIC
               MOVE RX-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               IF RX-AS-OF-DATE NOT = SPACES
                   DISPLAY "RESTCTL AS-OF DATE INVALID:" RX-AS-OF-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO WS-WANTED-GENERATION.
           IF RX-GENERATION NUMERIC
               MOVE RX-GENERATION TO WS-WANTED-GENERATION
           ELSE
               IF RX-GENERATION NOT = SPACES
                   DISPLAY "RESTCTL GENERATION INVALID:" RX-GENERATION
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET CARD-ACCEPTED TO TRUE.

      * A named generation is read by key; otherwise the master's
      * entries are walked and the newest one on or before the
      * as-of date wins - by date and time, not by number, since
      * generation numbers start again after 9999.
       Find-Catalog-Generation.
           MOVE 0 TO WS-FOUND-GENERATION.
           MOVE 0 TO WS-FOUND-DATE.
           IF WS-WANTED-GENERATION > 0
               MOVE WS-TARGET-MASTER TO BC-FILE-NAME
               MOVE WS-WANTED-GENERATION TO BC-GENERATION
               READ BACKUP-CATALOG
                   KEY IS BC-CATALOG-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Take-Catalog-Entry
               END-READ
               EXIT PARAGRAPH
           END-IF.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE WS-TARGET-MASTER TO BC-FILE-NAME.
           MOVE 0 TO BC-GENERATION.
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
                       IF BC-FILE-NAME NOT = WS-TARGET-MASTER
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF (WS-AS-OF-DATE = 0
                               OR BC-BACKUP-DATE NOT > WS-AS-OF-DATE)
                               AND BC-BACKUP-DATE NOT < WS-FOUND-DATE
                               PERFORM Take-Catalog-Entry
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Take-Catalog-Entry.
           MOVE BC-GENERATION   TO WS-FOUND-GENERATION.
           MOVE BC-BACKUP-DATE  TO WS-FOUND-DATE.
           MOVE BC-RECORD-COUNT TO WS-CATALOG-COUNT.
           MOVE BC-HASH-TOTAL   TO WS-CATALOG-HASH.
           MOVE BC-DATASET-NAME TO WS-GENERATION-FILE-NAME.

      * The same read serves both passes: the verify pass only
      * counts and hashes, the reload pass also writes the master.
       Read-Generation-File.
           SET PROOF-PASSED TO TRUE.
           SET HEADER-NOT-SEEN TO TRUE.
           SET TRAILER-NOT-SEEN TO TRUE.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 0 TO WS-RECORDS-REJECTED.
           OPEN INPUT GENERATION-FILE.
           IF WS-GENERATION-FILE-STATUS NOT = "00"
               DISPLAY "GENERATION FILE NOT AVAILABLE:"
                       WS-GENERATION-FILE-STATUS " "
                       WS-GENERATION-FILE-NAME
               SET PROOF-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-GENERATION-FILE-STATUS NOT = "00"
               READ GENERATION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GENERATION-FILE-REC
                           TO MASTER-BACKUP-RECORD
                       PERFORM Take-Generation-Record
               END-READ
           END-PERFORM.
           CLOSE GENERATION-FILE.
           IF HEADER-NOT-SEEN OR TRAILER-NOT-SEEN
               DISPLAY "GENERATION FILE HEADER OR TRAILER MISSING"
               SET PROOF-FAILED TO TRUE
           END-IF.

       Take-Generation-Record.
           EVALUATE TRUE
               WHEN MB-IS-HEADER
                   SET HEADER-WAS-SEEN TO TRUE
                   IF MB-HDR-FILE-NAME NOT = WS-TARGET-MASTER
                       OR MB-HDR-GENERATION NOT = WS-FOUND-GENERATION
                       DISPLAY "GENERATION FILE IS " MB-HDR-FILE-NAME
                               " G" MB-HDR-GENERATION
                               " - NOT THE CATALOGUED ONE"
                       SET PROOF-FAILED TO TRUE
                   END-IF
               WHEN MB-IS-DETAIL
                   MOVE MB-DTL-IMAGE TO WS-RECORD-IMAGE
                   IF RELOAD-PASS
                       PERFORM Write-Target
                       IF WS-MASTER-STATUS NOT = "00"
                           ADD 1 TO WS-RECORDS-REJECTED
                           DISPLAY "RELOAD WRITE REJECTED, STATUS:"
                                   WS-MASTER-STATUS
                       END-IF
                   END-IF
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM Hash-Record-Image
               WHEN MB-IS-TRAILER
                   SET TRAILER-WAS-SEEN TO TRUE
                   PERFORM Verify-Control-Totals
               WHEN OTHER
                   DISPLAY "UNKNOWN GENERATION RECORD TYPE:"
                           MB-RECORD-TYPE
                   SET PROOF-FAILED TO TRUE
           END-EVALUATE.

       Verify-Control-Totals.
           IF MB-TRL-RECORD-COUNT NOT = WS-RECORD-COUNT
               OR MB-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
               DISPLAY "TRAILER MISMATCH - COUNT:" MB-TRL-RECORD-COUNT
                       " READ:" WS-RECORD-COUNT
               SET PROOF-FAILED TO TRUE
           END-IF.
           IF WS-CATALOG-COUNT NOT = WS-RECORD-COUNT
               OR WS-CATALOG-HASH NOT = WS-HASH-TOTAL
               DISPLAY "CATALOG MISMATCH - COUNT:" WS-CATALOG-COUNT
                       " READ:" WS-RECORD-COUNT
               SET PROOF-FAILED TO TRUE
           END-IF.

       Hash-Record-Image.
           PERFORM VARYING WS-IMAGE-POSITION FROM 1 BY 1
                   UNTIL WS-IMAGE-POSITION > 200
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                   + FUNCTION ORD(WS-RECORD-IMAGE(WS-IMAGE-POSITION:1))
                   * WS-IMAGE-POSITION
           END-PERFORM.

       Log-Restore-Failure.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "B003" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "MASTRSTR" TO EX-PROGRAM-ID.
           STRING "RELOAD FAILED - " WS-TARGET-MASTER
                   " G" WS-FOUND-GENERATION
                   " COUNT:" WS-RECORD-COUNT
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Open-Target.
           EVALUATE WS-MASTER-SUBSCRIPT
               WHEN 1
                   OPEN OUTPUT EMPLOYEE-MASTER
               WHEN 2
                   OPEN OUTPUT XREF-MASTER
               WHEN 3
                   OPEN OUTPUT ASSIGNMENT-MASTER
               WHEN 4
                   OPEN OUTPUT JOB-ASSIGNMENT-MASTER
               WHEN 5
                   OPEN OUTPUT ADDRESS-MASTER
               WHEN 6
                   OPEN OUTPUT PAY-MASTER
               WHEN 7
                   OPEN OUTPUT DEDUCTION-MASTER
               WHEN 8
                   OPEN OUTPUT YTD-MASTER
               WHEN 9
                   OPEN OUTPUT LEAVE-MASTER
               WHEN 10
                   OPEN OUTPUT BANK-MASTER
               WHEN 11
                   OPEN OUTPUT GARN-MASTER
               WHEN 12
                   OPEN OUTPUT SUPERVISION-MASTER
               WHEN 13
                   OPEN OUTPUT WEEK-HOURS
               WHEN 14
                   OPEN OUTPUT BENEFIT-PLAN-MASTER
               WHEN 15
                   OPEN OUTPUT ENROLLMENT-MASTER
               WHEN 16
                   OPEN OUTPUT JOB-MASTER
               WHEN 17
                   OPEN OUTPUT DEPT-MASTER
               WHEN 18
                   OPEN OUTPUT BUDGET-MASTER
               WHEN 19
                   OPEN OUTPUT CERT-MASTER
               WHEN 20
                   OPEN OUTPUT REQUIREMENT-MASTER
               WHEN 21
                   OPEN OUTPUT EXPENSE-MASTER
               WHEN 22
                   OPEN OUTPUT APPROVAL-QUEUE
               WHEN 23
                   OPEN OUTPUT TAX-TABLE
               WHEN 24
                   OPEN OUTPUT CHECK-REGISTER
               WHEN 25
                   OPEN OUTPUT REISSUE-QUEUE
               WHEN 26
                   OPEN OUTPUT ACCOUNT-MASTER
               WHEN 27
                   OPEN OUTPUT OWNER-MASTER
               WHEN 28
                   OPEN OUTPUT PRODUCT-MASTER
               WHEN 29
                   OPEN OUTPUT LOAN-MASTER
               WHEN 30
                   OPEN OUTPUT ORDER-MASTER
               WHEN 31
                   OPEN OUTPUT CASE-MASTER
               WHEN 32
                   OPEN OUTPUT CASE-POSTINGS
               WHEN 33
                   OPEN OUTPUT DISPUTE-MASTER
               WHEN 34
                   OPEN OUTPUT PROPERTY-MASTER
               WHEN 35
                   OPEN OUTPUT GL-MAP-MASTER
               WHEN 36
                   OPEN OUTPUT RATE-MASTER
               WHEN 37
                   OPEN OUTPUT USER-MASTER
               WHEN 38
                   OPEN OUTPUT SECURITY-MASTER
               WHEN 39
                   OPEN OUTPUT SCHEDULE-MASTER
               WHEN 40
                   OPEN OUTPUT HOLIDAY-MASTER
               WHEN 41
                   OPEN OUTPUT OVERDRAFT-AGES
               WHEN 42
                   OPEN OUTPUT MESSAGE-MASTER
               WHEN 43
                   OPEN OUTPUT STATUS-MASTER
               WHEN 44
                   OPEN OUTPUT HISTORY-MASTER
               WHEN 45
                   OPEN OUTPUT TRACKER-MASTER
               WHEN 46
                   OPEN OUTPUT RECERT-MASTER
               WHEN 47
                   OPEN OUTPUT DISTRIBUTION-MASTER
               WHEN 48
                   OPEN OUTPUT REPORT-REPOSITORY
               WHEN 49
                   OPEN OUTPUT PAY-VARIANCE
               WHEN 50
                   OPEN OUTPUT RETIREMENT-PLAN-MASTER
               WHEN 51
                   OPEN OUTPUT PARTICIPANT-MASTER
               WHEN 52
                   OPEN OUTPUT TEMPLATE-MASTER
               WHEN 53
                   OPEN OUTPUT CUSTOMER-ADDRESS
           END-EVALUATE.
       Write-Target.
           EVALUATE WS-MASTER-SUBSCRIPT
               WHEN 1
                   WRITE EMPLOYEE-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 2
                   WRITE XREF-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 3
                   WRITE ASSIGNMENT-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 4
                   WRITE JOB-ASSIGNMENT-REC FROM WS-RECORD-IMAGE
               WHEN 5
                   WRITE ADDRESS-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 6
                   WRITE PAY-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 7
                   WRITE DEDUCTION-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 8
                   WRITE YTD-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 9
                   WRITE LEAVE-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 10
                   WRITE BANK-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 11
                   WRITE GARN-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 12
                   WRITE SUPERVISION-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 13
                   WRITE WEEK-HOURS-REC FROM WS-RECORD-IMAGE
               WHEN 14
                   WRITE BENEFIT-PLAN-REC FROM WS-RECORD-IMAGE
               WHEN 15
                   WRITE ENROLLMENT-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 16
                   WRITE JOB-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 17
                   WRITE DEPT-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 18
                   WRITE BUDGET-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 19
                   WRITE CERT-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 20
                   WRITE REQUIREMENT-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 21
                   WRITE EXPENSE-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 22
                   WRITE APPROVAL-QUEUE-REC FROM WS-RECORD-IMAGE
               WHEN 23
                   WRITE TAX-TABLE-REC FROM WS-RECORD-IMAGE
               WHEN 24
                   WRITE CHECK-REGISTER-REC FROM WS-RECORD-IMAGE
               WHEN 25
                   WRITE REISSUE-QUEUE-REC FROM WS-RECORD-IMAGE
               WHEN 26
                   WRITE ACCOUNT-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 27
                   WRITE OWNER-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 28
                   WRITE PRODUCT-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 29
                   WRITE LOAN-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 30
                   WRITE ORDER-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 31
                   WRITE CASE-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 32
                   WRITE CASE-POSTINGS-REC FROM WS-RECORD-IMAGE
               WHEN 33
                   WRITE DISPUTE-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 34
                   WRITE PROPERTY-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 35
                   WRITE GL-MAP-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 36
                   WRITE RATE-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 37
                   WRITE USER-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 38
                   WRITE SECURITY-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 39
                   WRITE SCHEDULE-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 40
                   WRITE HOLIDAY-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 41
                   WRITE OVERDRAFT-AGE-REC FROM WS-RECORD-IMAGE
               WHEN 42
                   WRITE MESSAGE-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 43
                   WRITE STATUS-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 44
                   WRITE HISTORY-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 45
                   WRITE TRACKER-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 46
                   WRITE RECERT-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 47
                   WRITE DISTRIBUTION-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 48
                   WRITE REPORT-REPOSITORY-REC FROM WS-RECORD-IMAGE
               WHEN 49
                   WRITE PAY-VARIANCE-REC FROM WS-RECORD-IMAGE
               WHEN 50
                   WRITE RETIREMENT-PLAN-REC FROM WS-RECORD-IMAGE
               WHEN 51
                   WRITE PARTICIPANT-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 52
                   WRITE TEMPLATE-MASTER-REC FROM WS-RECORD-IMAGE
               WHEN 53
                   WRITE CUSTOMER-ADDRESS-REC FROM WS-RECORD-IMAGE
           END-EVALUATE.
       Close-Target.
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
