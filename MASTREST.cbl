************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTREST.
       INSTALLATION. STANDARD CUSTOMER INFORMATION SYSTEM.
       DATE-COMPILED. 10/15/2026.
      *****************************************************************
      * ROLLBACK OF A MASTER FILE TO A BACKUP GENERATION.  PROGRAM2   *
      * (EMPLOYEE.DAT) AND ACCTPOST AND ACCTACCR (ACCTMAST.DAT) COPY  *
      * THEIR MASTER TO THE OLDEST OF THREE GENERATION SLOTS BEFORE   *
      * UPDATING IT, AND RECORD THE COPY ON THE BACKUP CATALOG        *
      * BKUPCAT.DAT.  WHEN A BAD INPUT FILE HAS BEEN APPLIED, THIS    *
      * PROGRAM LISTS THE GENERATIONS ON THE CATALOG, TAKES THE ONE   *
      * CHOSEN, AND AFTER CONFIRMATION:                               *
      *   - COPIES THE MASTER AS IT STANDS TO A PRE-RESTORE FILE      *
      *     (EMPPRE.DAT OR ACTPRE.DAT), KEPT UNTIL THE NEXT RESTORE   *
      *   - RELOADS THE MASTER FROM THE GENERATION                    *
      *   - COMPARES THE TWO, AND PUTS EVERY RECORD THE ROLLBACK      *
      *     CHANGED, REMOVED OR PUT BACK ON THE RECORD UNDER ACTION   *
      *     "B" -- ON AUDIT.DAT WITH BOTH IMAGES FOR AN EMPLOYEE, ON  *
      *     ACCTHIST.DAT WITH THE AMOUNT THAT TOOK THE BALANCE BACK   *
      *     FOR AN ACCOUNT -- AND LISTS THEM ON RESTRPT.DAT           *
      *   - WHEN THE GENERATION WAS TAKEN FOR THE PROCESSING DAY      *
      *     STILL OPEN ON RUNCTL.DAT, RESETS THE STEP THAT TOOK IT    *
      *     (PROGRAM2 OR ACCTPOST) TO PENDING SO THE DAY CAN BE       *
      *     RERUN.  AN EMPLOYEE RESTORE ALSO CLEARS CHKPOINT.DAT SO   *
      *     THE RERUN STARTS FROM THE TOP AND TAKES A FRESH BACKUP;   *
      *     AN ACCTMAST RESTORE ALSO RESETS ACCTEDIT, AND ACCTRECON   *
      *     IF IT HAS RUN FOR THE DAY.  A GENERATION TAKEN BY         *
      *     ACCTACCR IS NOT A RUNCTL STEP AND RESETS NOTHING.         *
      *   - FOR AN ACCTMAST RESTORE, PUTS BACK ON ACCTRLSE.DAT AND    *
      *     PAYPOST.DAT THE RELEASES AND PAYROLL POSTINGS THAT        *
      *     ACCTPOST TOOK OFF WHEN IT POSTED THEM -- FROM THE COPIES  *
      *     IT KEPT WITH THIS GENERATION AND EVERY LATER ONE -- AHEAD *
      *     OF ANYTHING ADDED SINCE, SO THE RERUN EDITS THEM AGAIN.   *
      * ACCOUNT DETAILS CHANGED THROUGH ACCTMAINT SINCE THE           *
      * GENERATION GO BACK WITH IT; THEY ARE LISTED ON THE REPORT AND *
      * MUST BE RE-KEYED.  IF THE DAY'S GL BATCH HAS ALREADY GONE THE *
      * OPERATOR IS WARNED -- THE LEDGER IS CORRECTED BY JOURNAL.     *
      * LIKEWISE IF ACCTRECON HAS RUN, PRIORTOT.DAT ALREADY CARRIES   *
      * THE DAY'S TOTAL AND MUST BE CHECKED BEFORE IT IS RERUN.  THE  *
      * OPERATOR IS ALSO WARNED, BEFORE CONFIRMING, OF AN ACCRUAL ON  *
      * ACCRLOG.DAT OR A CODE CORRECTION ON ACCTAUD.DAT THAT CAME     *
      * AFTER THE GENERATION -- THE ROLLBACK TAKES EITHER OFF THE     *
      * MASTER BUT NOT ITS ENTRIES OFF GLMONTH.DAT, AND THE OPERATOR  *
      * IS TOLD WHAT TO PUT RIGHT.                                    *
      * THE SESSION OPENS WITH AN OPERATOR SIGN-ON AGAINST            *
      * OPERATOR.DAT; A RESTORE TAKES FULL MAINTENANCE AUTHORITY      *
      * (LEVEL 2) AND THE AUDIT RECORDS CARRY THE OPERATOR ID.        *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT BACKUP-CATALOG ASSIGN "BKUPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN "CHKPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-NO-M
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME-M
                   WITH DUPLICATES
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO-M
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT EMP-GEN-1 ASSIGN "EMPBKP1.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS GENERATION-STATUS.
           SELECT EMP-GEN-2 ASSIGN "EMPBKP2.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS GENERATION-STATUS.
           SELECT EMP-GEN-3 ASSIGN "EMPBKP3.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS GENERATION-STATUS.
           SELECT ACCT-GEN-1 ASSIGN "ACTBKP1.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS GENERATION-STATUS.
           SELECT ACCT-GEN-2 ASSIGN "ACTBKP2.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS GENERATION-STATUS.
           SELECT ACCT-GEN-3 ASSIGN "ACTBKP3.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS GENERATION-STATUS.
           SELECT EMP-PRESTORE ASSIGN "EMPPRE.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS PRESTORE-STATUS.
           SELECT ACCT-PRESTORE ASSIGN "ACTPRE.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS PRESTORE-STATUS.
           SELECT AUDIT-FILE ASSIGN "AUDIT.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN "ACCTHIST.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT RESTORE-REPORT ASSIGN "RESTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ACCRUAL-LOG-FILE ASSIGN "ACCRLOG.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS ACCRUAL-LOG-STATUS.
           SELECT ACCOUNT-AUDIT-FILE ASSIGN "ACCTAUD.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS ACCOUNT-AUDIT-STATUS.
           SELECT RELEASE-FILE ASSIGN "ACCTRLSE.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS LIVE-INPUT-STATUS.
           SELECT PAYROLL-FILE ASSIGN "PAYPOST.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS LIVE-INPUT-STATUS.
           SELECT RELEASE-GEN-1 ASSIGN "RLSBKP1.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS INPUT-COPY-STATUS.
           SELECT RELEASE-GEN-2 ASSIGN "RLSBKP2.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS INPUT-COPY-STATUS.
           SELECT RELEASE-GEN-3 ASSIGN "RLSBKP3.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS INPUT-COPY-STATUS.
           SELECT PAYROLL-GEN-1 ASSIGN "PAYBKP1.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS INPUT-COPY-STATUS.
           SELECT PAYROLL-GEN-2 ASSIGN "PAYBKP2.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS INPUT-COPY-STATUS.
           SELECT PAYROLL-GEN-3 ASSIGN "PAYBKP3.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS INPUT-COPY-STATUS.
           SELECT INPUT-WORK-FILE ASSIGN "MASTRWRK.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS INPUT-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    OPERATOR FILE -- ONE OPERATOR PER RECORD WITH AN AUTHORITY
      *    LEVEL: 1 = ENTRY ONLY, 2 = FULL MAINTENANCE
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           03  OPR-ID   PIC X(8).
           03  OPR-NAME PIC X(20).
           03  OPR-AUTH PIC 9(1).
      *    BACKUP CATALOG -- ONE ENTRY PER GENERATION SLOT OF EACH
      *    MASTER, KEPT BY PROGRAM2, ACCTPOST AND ACCTACCR.  ONLY A
      *    "C" ENTRY HOLDS A COMPLETE COPY.
       FD  BACKUP-CATALOG.
       01  CATALOG-RECORD.
           03  CAT-MASTER       PIC X(8).
           03  CAT-SLOT         PIC 9(1).
           03  CAT-GENERATION   PIC 9(6).
           03  CAT-STATUS       PIC X(1).
           03  CAT-PROCESS-DATE PIC 9(8).
           03  CAT-TAKEN-DATE   PIC 9(8).
           03  CAT-TAKEN-TIME   PIC 9(6).
           03  CAT-STEP         PIC X(8).
           03  CAT-RECORDS      PIC 9(7).
      *    RUN CONTROL -- THE WHOLE RECORD, SINCE A STEP STATUS IS
      *    RESET HERE.  STATUS " " = PENDING, "S" = STARTED,
      *    "C" = COMPLETE.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           03  RC-PROCESS-DATE PIC 9(8).
           03  RC-STEP-TABLE.
               05  RC-STEP OCCURS 8 TIMES.
                   07  RC-STEP-STATUS PIC X(1).
                   07  RC-STEP-DATE   PIC 9(8).
      *    PROGRAM2 CHECKPOINT -- ZEROS MEAN START FROM THE TOP
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           03  CHK-RECORDS-PROCESSED PIC 9(6).
           03  CHK-RECORDS-READ      PIC 9(6).
           03  CHK-RECORDS-WRITTEN   PIC 9(6).
           03  CHK-RECORDS-REJECTED  PIC 9(6).
      *    EMPLOYEE MASTER
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-RECORD.
           03  EMPLOYEE-TYPE-M         PIC 9(1).
           03  EMPLOYEE-NAME-M         PIC X(20).
           03  EMPLOYEE-SALARY-M       PIC 9(5)V9(2).
           03  EMPLOYEE-NO-M           PIC 9(6).
           03  EMPLOYEE-LEAVING-DATE-M PIC 9(8).
           03  EMPLOYEE-DEPT-M         PIC X(4).
      *    ACCOUNT MASTER
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           03  ACCT-NO-M     PIC 9(12)V9(3).
           03  TYPE-CODE-M   PIC 9(2).
           03  KIND-CODE-M   PIC 9(3).
           03  DESCRIPTION-M PIC X(30).
           03  DATE-POSTED-M PIC 9(8).
           03  BALANCE-M     PIC S9(11)V99.
           03  ACCT-STATUS-M PIC X(1).
           03  DATE-CLOSED-M PIC 9(8).
      *    BACKUP GENERATIONS -- STRAIGHT COPIES OF THE MASTERS IN
      *    KEY ORDER, ONE FILE PER SLOT
       FD  EMP-GEN-1.
       01  EMP-GEN-RECORD-1  PIC X(46).
       FD  EMP-GEN-2.
       01  EMP-GEN-RECORD-2  PIC X(46).
       FD  EMP-GEN-3.
       01  EMP-GEN-RECORD-3  PIC X(46).
       FD  ACCT-GEN-1.
       01  ACCT-GEN-RECORD-1 PIC X(80).
       FD  ACCT-GEN-2.
       01  ACCT-GEN-RECORD-2 PIC X(80).
       FD  ACCT-GEN-3.
       01  ACCT-GEN-RECORD-3 PIC X(80).
      *    PRE-RESTORE COPIES -- THE MASTER AS IT STOOD BEFORE THE
      *    LAST RESTORE, IN KEY ORDER
       FD  EMP-PRESTORE.
       01  EMP-PRESTORE-RECORD  PIC X(46).
       FD  ACCT-PRESTORE.
       01  ACCT-PRESTORE-RECORD PIC X(80).
      *    AUDIT FILE -- EMPLOYEE MASTER CHANGES WITH BEFORE AND
      *    AFTER IMAGES
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           03  AUD-RUN-DATE     PIC 9(8).
           03  AUD-ACTION       PIC X(1).
           03  AUD-EMPLOYEE-NO  PIC 9(6).
           03  AUD-BEFORE-IMAGE PIC X(46).
           03  AUD-AFTER-IMAGE  PIC X(46).
           03  AUD-OPERATOR     PIC X(8).
           03  AUD-TIME         PIC 9(6).
      *    ACCOUNT TRANSACTION HISTORY -- AMOUNT APPLIED AND THE
      *    RESULTING BALANCE
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           03  HIST-ACCT-NO     PIC 9(12)V9(3).
           03  HIST-POST-DATE   PIC 9(8).
           03  HIST-TYPE-CODE   PIC 9(2).
           03  HIST-KIND-CODE   PIC 9(3).
           03  HIST-ACTION      PIC X(1).
           03  HIST-AMOUNT      PIC S9(9)V99.
           03  HIST-NEW-BALANCE PIC S9(11)V99.
      *    RESTORE REPORT -- EVERY RECORD THE ROLLBACK CHANGED
       FD  RESTORE-REPORT.
       01  REPORT-LINE PIC X(120).
      *    ACCRUAL LOG -- ONE RECORD PER MONTH ACCTACCR HAS ACCRUED
       FD  ACCRUAL-LOG-FILE.
       01  ACCRUAL-LOG-RECORD.
           03  ACL-PERIOD      PIC 9(6).
           03  ACL-RUN-DATE    PIC 9(8).
           03  ACL-ACCOUNTS    PIC 9(6).
           03  ACL-INTEREST    PIC S9(11)V99.
           03  ACL-FEES        PIC S9(11)V99.
      *    ACCOUNT AUDIT FILE -- ACCTMAINT CORRECTIONS AND CLOSES, WITH
      *    THE MASTER RECORD BEFORE AND AFTER.  ONLY THE CODES AND THE
      *    BALANCE ARE LOOKED AT HERE.
       FD  ACCOUNT-AUDIT-FILE.
       01  ACCOUNT-AUDIT-RECORD.
           03  AAU-RUN-DATE     PIC 9(8).
           03  AAU-ACTION       PIC X(1).
           03  AAU-ACCT-NO      PIC 9(12)V9(3).
           03  AAU-BEFORE-IMAGE.
               05  FILLER             PIC X(15).
               05  AAU-BEFORE-CODES   PIC X(5).
               05  FILLER             PIC X(38).
               05  AAU-BEFORE-BALANCE PIC S9(11)V99.
               05  FILLER             PIC X(9).
           03  AAU-AFTER-IMAGE.
               05  FILLER             PIC X(15).
               05  AAU-AFTER-CODES    PIC X(5).
               05  FILLER             PIC X(60).
           03  AAU-OPERATOR     PIC X(8).
           03  AAU-TIME         PIC 9(6).
      *    SUSPENSE RELEASES AND PAYROLL POSTINGS WAITING FOR ACCTEDIT
       FD  RELEASE-FILE.
       01  RELEASE-RECORD PIC X(70).
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD PIC X(69).
      *    THE RELEASES AND PAYROLL POSTINGS ACCTPOST TOOK OFF, ONE
      *    COPY OF EACH PER ACCTMAST GENERATION SLOT
       FD  RELEASE-GEN-1.
       01  RELEASE-COPY-1 PIC X(70).
       FD  RELEASE-GEN-2.
       01  RELEASE-COPY-2 PIC X(70).
       FD  RELEASE-GEN-3.
       01  RELEASE-COPY-3 PIC X(70).
       FD  PAYROLL-GEN-1.
       01  PAYROLL-COPY-1 PIC X(69).
       FD  PAYROLL-GEN-2.
       01  PAYROLL-COPY-2 PIC X(69).
       FD  PAYROLL-GEN-3.
       01  PAYROLL-COPY-3 PIC X(69).
      *    WORK FILE -- WHAT WAS ON AN INPUT FILE BEFORE THE RESTORE,
      *    HELD WHILE THE FILE IS REBUILT
       FD  INPUT-WORK-FILE.
       01  INPUT-WORK-RECORD PIC X(70).

       WORKING-STORAGE SECTION.
       01  OPERATOR-STATUS PIC X(2).
           88  OPERATOR-FILE-OK VALUE "00".
       01  CATALOG-STATUS PIC X(2).
       01  RUN-CONTROL-STATUS PIC X(2).
       01  CHECKPOINT-STATUS PIC X(2).
       01  EMPLOYEE-MASTER-STATUS PIC X(2).
           88  EMPLOYEE-MASTER-OK        VALUE "00".
           88  EMPLOYEE-MASTER-NOT-FOUND VALUE "35".
       01  ACCOUNT-MASTER-STATUS PIC X(2).
           88  ACCOUNT-MASTER-OK        VALUE "00".
           88  ACCOUNT-MASTER-NOT-FOUND VALUE "35".
       01  GENERATION-STATUS PIC X(2).
       01  PRESTORE-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
           88  AUDIT-FILE-NOT-FOUND VALUE "35".
       01  HISTORY-STATUS PIC X(2).
           88  HISTORY-FILE-NOT-FOUND VALUE "35".
       01  REPORT-STATUS PIC X(2).
       01  ACCRUAL-LOG-STATUS PIC X(2).
           88  ACCRUAL-LOG-OK VALUE "00".
       01  ACCOUNT-AUDIT-STATUS PIC X(2).
           88  ACCOUNT-AUDIT-OK VALUE "00".
       01  LIVE-INPUT-STATUS PIC X(2).
           88  LIVE-INPUT-OK        VALUE "00".
           88  LIVE-INPUT-NOT-FOUND VALUE "35".
       01  INPUT-COPY-STATUS PIC X(2).
           88  INPUT-COPY-OK        VALUE "00".
           88  INPUT-COPY-NOT-FOUND VALUE "35".
       01  INPUT-WORK-STATUS PIC X(2).

       01  SIGNED-ON-SWITCH PIC 9(1) VALUE 0.
           88  SIGNED-ON VALUE 1.

       01  OPERATOR-EOF PIC 9(1) VALUE 0.
       01  SIGNON-TRIES PIC 9(1) VALUE 0.

       01  OPERATOR-ID-IN PIC X(8).
       01  OPERATOR-ID    PIC X(8) VALUE SPACES.
       01  OPERATOR-NAME  PIC X(20) VALUE SPACES.
       01  OPERATOR-AUTH  PIC 9(1) VALUE 0.

       01  TIME-OF-DAY-RAW PIC 9(8).
       01  TIME-OF-DAY     PIC 9(6).
       01  TODAY-DATE      PIC 9(8) VALUE 0.
       01  POSTING-DATE    PIC 9(8) VALUE 0.

      *    THE RUN-CONTROL RECORD AS READ, REWRITTEN WITH ONE STEP
      *    RESET WHEN THE GENERATION BELONGS TO THE OPEN DAY
       01  CONTROL-FOUND-SWITCH PIC 9 VALUE 0.
           88  CONTROL-FOUND VALUE 1.
       01  CONTROL-HOLD.
           03  HOLD-PROCESS-DATE PIC 9(8).
           03  HOLD-STEP OCCURS 8 TIMES.
               05  HOLD-STEP-STATUS PIC X(1).
               05  HOLD-STEP-DATE   PIC 9(8).

       01  CATALOG-EOF PIC 9 VALUE 0.
       01  GEN-COUNT   PIC 9(2) VALUE 0.
       01  GEN-INDEX   PIC 9(2) VALUE 0.
       01  GEN-TABLE.
           03  GEN-ENTRY OCCURS 1 TO 20 TIMES DEPENDING ON GEN-COUNT.
               05  GEN-MASTER       PIC X(8).
               05  GEN-SLOT         PIC 9(1).
               05  GEN-NUMBER       PIC 9(6).
               05  GEN-STATUS       PIC X(1).
               05  GEN-PROCESS-DATE PIC 9(8).
               05  GEN-TAKEN-DATE   PIC 9(8).
               05  GEN-TAKEN-TIME   PIC 9(6).
               05  GEN-STEP         PIC X(8).
               05  GEN-RECORDS      PIC 9(7).

       01  MASTER-CHOICE     PIC X(1).
       01  CONFIRM-ANSWER    PIC X(1).
       01  GEN-WANTED        PIC 9(6) VALUE 0.
       01  FOUND-ENTRY       PIC 9(2) VALUE 0.
       01  RESTORE-ENTRY     PIC 9(2) VALUE 0.
       01  LIST-COUNT        PIC 9(2) VALUE 0.
       01  LATER-COUNT       PIC 9(2) VALUE 0.

      *    WHICH MASTER IS BEING ROLLED BACK.  THE GENERATION FILE
      *    NUMBER IS THE SLOT FOR EMPLOYEE AND THE SLOT PLUS THREE
      *    FOR ACCTMAST, SO ONE NUMBER PICKS ANY OF THE SIX FILES.
       01  RESTORE-CONTROLS.
           03  RESTORE-MASTER     PIC X(8) VALUE SPACES.
               88  RESTORING-EMPLOYEE VALUE "EMPLOYEE".
               88  RESTORING-ACCOUNTS VALUE "ACCTMAST".
           03  MASTER-FILE-NAME   PIC X(12) VALUE SPACES.
           03  PRESTORE-FILE-NAME PIC X(10) VALUE SPACES.
           03  LOG-FILE-NAME      PIC X(12) VALUE SPACES.
           03  RESET-STEP         PIC 9(1) VALUE 0.
           03  RESET-STEP-NAME    PIC X(8) VALUE SPACES.
           03  GEN-FILE-NO        PIC 9(1) VALUE 0.

       01  RESTORE-ERROR-SWITCH PIC 9 VALUE 0.
           88  RESTORE-FAILED VALUE 1.
       01  RECON-RESET-SWITCH PIC 9 VALUE 0.
           88  RECON-RESET VALUE 1.
       01  EDIT-RESET-SWITCH PIC 9 VALUE 0.
           88  EDIT-RESET VALUE 1.
       01  MASTER-ABSENT-SWITCH PIC 9 VALUE 0.
           88  MASTER-ABSENT VALUE 1.
       01  COPY-EOF     PIC 9 VALUE 0.
       01  PRESTORE-EOF PIC 9 VALUE 0.
       01  GEN-EOF      PIC 9 VALUE 0.

      *    WHAT CAME AFTER THE GENERATION THAT THE ROLLBACK DOES NOT
      *    UNDO BY ITSELF
       01  LATER-ACTIVITY.
           03  LATER-POSTS       PIC 9(2) VALUE 0.
           03  LATER-ACCRUALS    PIC 9(2) VALUE 0.
           03  LATER-RECLASSES   PIC 9(5) VALUE 0.
           03  LATER-PERIOD      PIC 9(6) VALUE 0.
           03  SCAN-EOF          PIC 9    VALUE 0.

      *    PUTTING THE INPUTS BACK.  THE COPY FILE NUMBER IS THE SLOT
      *    FOR ACCTRLSE AND THE SLOT PLUS THREE FOR PAYPOST, SO ONE
      *    NUMBER PICKS ANY OF THE SIX COPIES.
       01  INPUT-CONTROLS.
           03  INPUT-KIND        PIC X(1) VALUE SPACE.
               88  REBUILDING-RELEASES VALUE "R".
               88  REBUILDING-PAYROLL  VALUE "P".
           03  INPUT-FILE-NAME   PIC X(12) VALUE SPACES.
           03  INPUT-COPY-NO     PIC 9(1) VALUE 0.
           03  INPUT-IMAGE       PIC X(70) VALUE SPACES.
           03  INPUT-EOF         PIC 9    VALUE 0.
           03  INPUT-GEN-DONE    PIC 9    VALUE 0.
           03  NEXT-GEN-WANTED   PIC 9(6) VALUE 0.
           03  NEXT-ENTRY        PIC 9(2) VALUE 0.
           03  INPUT-PUT-BACK    PIC 9(6) VALUE 0.
           03  INPUT-KEPT        PIC 9(6) VALUE 0.
       01  INPUT-ERROR-SWITCH PIC 9 VALUE 0.
           88  INPUT-REBUILD-FAILED VALUE 1.

       01  RESTORE-COUNTS.
           03  PRESTORE-RECORDS  PIC 9(7) VALUE 0.
           03  RELOADED-RECORDS  PIC 9(7) VALUE 0.
           03  RECORDS-SAME      PIC 9(7) VALUE 0.
           03  RECORDS-CHANGED   PIC 9(7) VALUE 0.
           03  RECORDS-REMOVED   PIC 9(7) VALUE 0.
           03  RECORDS-PUT-BACK  PIC 9(7) VALUE 0.
           03  ROLLBACKS-LOGGED  PIC 9(7) VALUE 0.
           03  NET-ADJUSTMENT    PIC S9(13)V99 VALUE 0.

      *    THE RECORD AS IT STANDS ON THE MASTER (CURRENT) AND AS IT
      *    IS ON THE GENERATION (RESTORED), WITH THEIR KEYS FOR THE
      *    MATCH.  AN EMPLOYEE IMAGE USES THE FIRST 46 BYTES.
       01  CURRENT-IMAGE  PIC X(80).
       01  RESTORED-IMAGE PIC X(80).
       01  CURRENT-KEY    PIC X(15).
       01  RESTORED-KEY   PIC X(15).

      *    THE BEFORE AND AFTER SIDES OF ONE ROLLBACK -- SPACES ON
      *    ONE SIDE WHEN THE RECORD IS ADDED OR REMOVED BY IT
       01  BEFORE-WORK PIC X(80).
       01  BEFORE-EMPLOYEE REDEFINES BEFORE-WORK.
           03  BFE-TYPE    PIC 9(1).
           03  BFE-NAME    PIC X(20).
           03  BFE-SALARY  PIC 9(5)V9(2).
           03  BFE-NO      PIC 9(6).
           03  BFE-LEAVE   PIC 9(8).
           03  BFE-DEPT    PIC X(4).
           03  FILLER      PIC X(34).
       01  BEFORE-ACCOUNT REDEFINES BEFORE-WORK.
           03  BFA-ACCT-NO     PIC 9(12)V9(3).
           03  BFA-TYPE-CODE   PIC 9(2).
           03  BFA-KIND-CODE   PIC 9(3).
           03  BFA-DESCRIPTION PIC X(30).
           03  BFA-DATE-POSTED PIC 9(8).
           03  BFA-BALANCE     PIC S9(11)V99.
           03  BFA-STATUS      PIC X(1).
           03  BFA-DATE-CLOSED PIC 9(8).
       01  AFTER-WORK PIC X(80).
       01  AFTER-EMPLOYEE REDEFINES AFTER-WORK.
           03  AFE-TYPE    PIC 9(1).
           03  AFE-NAME    PIC X(20).
           03  AFE-SALARY  PIC 9(5)V9(2).
           03  AFE-NO      PIC 9(6).
           03  AFE-LEAVE   PIC 9(8).
           03  AFE-DEPT    PIC X(4).
           03  FILLER      PIC X(34).
       01  AFTER-ACCOUNT REDEFINES AFTER-WORK.
           03  AFA-ACCT-NO     PIC 9(12)V9(3).
           03  AFA-TYPE-CODE   PIC 9(2).
           03  AFA-KIND-CODE   PIC 9(3).
           03  AFA-DESCRIPTION PIC X(30).
           03  AFA-DATE-POSTED PIC 9(8).
           03  AFA-BALANCE     PIC S9(11)V99.
           03  AFA-STATUS      PIC X(1).
           03  AFA-DATE-CLOSED PIC 9(8).

       01  BEFORE-AMOUNT PIC S9(11)V99 VALUE 0.
       01  AFTER-AMOUNT  PIC S9(11)V99 VALUE 0.
       01  ADJUST-AMOUNT PIC S9(11)V99 VALUE 0.

       01  REPORT-HEADING-LINE.
           03  FILLER       PIC X(31)
               VALUE "MASTER ROLLBACK REPORT -- RUN ".
           03  RHL-DATE     PIC 9(8).
           03  FILLER       PIC X(12) VALUE "  OPERATOR ".
           03  RHL-OPERATOR PIC X(8).

       01  REPORT-GENERATION-LINE.
           03  RGL-FILE     PIC X(12).
           03  FILLER       PIC X(26)
               VALUE " RESTORED TO GENERATION ".
           03  RGL-GEN      PIC 9(6).
           03  FILLER       PIC X(8) VALUE " TAKEN ".
           03  RGL-TAKEN    PIC 9(8).
           03  FILLER       PIC X(8) VALUE " BEFORE ".
           03  RGL-STEP     PIC X(8).
           03  FILLER       PIC X(6) VALUE " FOR ".
           03  RGL-PROCESS  PIC 9(8).

       01  REPORT-COLUMN-LINE.
           03  FILLER PIC X(10) VALUE "ACTION".
           03  FILLER PIC X(14) VALUE "         KEY".
           03  FILLER PIC X(32) VALUE "NAME / DESCRIPTION".
           03  FILLER PIC X(21) VALUE "     BEFORE RESTORE".
           03  FILLER PIC X(21) VALUE "      AFTER RESTORE".
           03  FILLER PIC X(21) VALUE "         ADJUSTMENT".

       01  REPORT-DETAIL-LINE.
           03  RDL-ACTION   PIC X(8).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-KEY      PIC Z(12).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-NAME     PIC X(30).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-BEFORE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-AFTER    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-ADJUST   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  REPORT-COUNT-LINE.
           03  RCL-LABEL    PIC X(36).
           03  RCL-COUNT    PIC Z,ZZZ,ZZ9.

       01  REPORT-TOTAL-LINE.
           03  RTL-LABEL    PIC X(36).
           03  RTL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM CHOOSE-GENERATION-PARA THRU CHOOSE-GENERATION-EXIT.
           IF RESTORE-ENTRY NOT = 0
               PERFORM RESTORE-MASTER-PARA THRU RESTORE-MASTER-EXIT
           END-IF.
           STOP RUN.

       INITIALIZE-PARA.
           DISPLAY " " LINE 1 COLUMN 1 ERASE EOS.
           PERFORM SIGN-ON-PARA
               UNTIL SIGNED-ON OR SIGNON-TRIES = 3.
           IF NOT SIGNED-ON
               DISPLAY "SIGN-ON FAILED - SESSION ENDED"
               STOP RUN
           END-IF.
           IF OPERATOR-AUTH < 2
               DISPLAY "RESTORE NEEDS FULL MAINTENANCE AUTHORITY"
               DISPLAY "OPERATOR " OPERATOR-ID " IS ENTRY ONLY"
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-PARA.
           PERFORM LOAD-CATALOG-PARA.
           IF GEN-COUNT = 0
               DISPLAY "NO BACKUP GENERATIONS ON BKUPCAT.DAT"
               STOP RUN
           END-IF.

      *****************************************************************
      * OPERATOR SIGN-ON.  THE KEYED ID MUST BE ON OPERATOR.DAT --    *
      * EVERY ROLLBACK RECORD WRITTEN THIS SESSION CARRIES IT.        *
      * THREE FAILED TRIES END THE SESSION.                           *
      *****************************************************************
       SIGN-ON-PARA.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY "ENTER OPERATOR ID"
           MOVE SPACES TO OPERATOR-ID-IN.
           ACCEPT OPERATOR-ID-IN.
           MOVE 0 TO OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF NOT OPERATOR-FILE-OK
               DISPLAY "OPERATOR.DAT NOT ON FILE - SEE SUPERVISOR"
               MOVE 3 TO SIGNON-TRIES
           ELSE
               PERFORM SCAN-OPERATOR-PARA UNTIL OPERATOR-EOF = 1
               CLOSE OPERATOR-FILE
               IF SIGNED-ON
                   DISPLAY "SIGNED ON: " OPERATOR-NAME
               ELSE
                   DISPLAY "OPERATOR NOT ON FILE"
               END-IF
           END-IF.

       SCAN-OPERATOR-PARA.
           READ OPERATOR-FILE
               AT END
                   MOVE 1 TO OPERATOR-EOF
               NOT AT END
                   IF OPR-ID = OPERATOR-ID-IN
                       MOVE OPR-ID   TO OPERATOR-ID
                       MOVE OPR-NAME TO OPERATOR-NAME
                       MOVE OPR-AUTH TO OPERATOR-AUTH
                       MOVE 1 TO SIGNED-ON-SWITCH
                       MOVE 1 TO OPERATOR-EOF
                   END-IF
           END-READ.

      *    THE OPEN PROCESSING DAY DATES THE ACCOUNT ROLLBACK
      *    POSTINGS, AS ACCTPOST DATES ITS OWN; WITHOUT A CONTROL
      *    FILE THE MACHINE DATE IS USED.
       READ-CONTROL-PARA.
           MOVE TODAY-DATE TO POSTING-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE INTO CONTROL-HOLD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO CONTROL-FOUND-SWITCH
                       IF HOLD-PROCESS-DATE NOT = 0
                           MOVE HOLD-PROCESS-DATE TO POSTING-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-CATALOG-PARA.
           MOVE 0 TO GEN-COUNT.
           MOVE 0 TO CATALOG-EOF.
           OPEN INPUT BACKUP-CATALOG.
           IF CATALOG-STATUS = "00"
               PERFORM READ-CATALOG-PARA UNTIL CATALOG-EOF = 1
               CLOSE BACKUP-CATALOG
           END-IF.

       READ-CATALOG-PARA.
           READ BACKUP-CATALOG
               AT END
                   MOVE 1 TO CATALOG-EOF
               NOT AT END
                   IF GEN-COUNT < 20
                       ADD 1 TO GEN-COUNT
                       MOVE CATALOG-RECORD TO GEN-ENTRY(GEN-COUNT)
                   END-IF
           END-READ.

      *****************************************************************
      * PICK THE MASTER AND THE GENERATION.  EVERY GENERATION OF THE  *
      * MASTER ON THE CATALOG IS LISTED; ONLY A COMPLETE ONE CAN BE   *
      * CHOSEN.  THE OPERATOR IS TOLD WHAT THE ROLLBACK WILL UNDO     *
      * AND MUST CONFIRM IT.                                          *
      *****************************************************************
       CHOOSE-GENERATION-PARA.
           MOVE 0 TO RESTORE-ENTRY.
           DISPLAY "MASTER TO ROLL BACK:"
           DISPLAY "  E=EMPLOYEE.DAT  A=ACCTMAST.DAT  Q=QUIT"
           MOVE SPACES TO MASTER-CHOICE.
           ACCEPT MASTER-CHOICE.
           EVALUATE TRUE
               WHEN MASTER-CHOICE = "E" OR "e"
                   MOVE "EMPLOYEE"     TO RESTORE-MASTER
                   MOVE "EMPLOYEE.DAT" TO MASTER-FILE-NAME
                   MOVE "EMPPRE.DAT"   TO PRESTORE-FILE-NAME
                   MOVE "AUDIT.DAT"    TO LOG-FILE-NAME
                   MOVE 2 TO RESET-STEP
                   MOVE "PROGRAM2"     TO RESET-STEP-NAME
               WHEN MASTER-CHOICE = "A" OR "a"
                   MOVE "ACCTMAST"     TO RESTORE-MASTER
                   MOVE "ACCTMAST.DAT" TO MASTER-FILE-NAME
                   MOVE "ACTPRE.DAT"   TO PRESTORE-FILE-NAME
                   MOVE "ACCTHIST.DAT" TO LOG-FILE-NAME
                   MOVE 5 TO RESET-STEP
                   MOVE "ACCTPOST"     TO RESET-STEP-NAME
               WHEN OTHER
                   DISPLAY "NO RESTORE DONE"
                   GO TO CHOOSE-GENERATION-EXIT
           END-EVALUATE.
           DISPLAY "GENERATIONS ON FILE FOR " MASTER-FILE-NAME
           MOVE 0 TO LIST-COUNT.
           MOVE 0 TO GEN-INDEX.
           PERFORM LIST-GENERATION-PARA UNTIL GEN-INDEX = GEN-COUNT.
           IF LIST-COUNT = 0
               DISPLAY "NO COMPLETE GENERATION OF " MASTER-FILE-NAME
               DISPLAY "NO RESTORE DONE"
               GO TO CHOOSE-GENERATION-EXIT
           END-IF.
           DISPLAY "ENTER GENERATION TO RESTORE (0 = CANCEL)"
           MOVE 0 TO GEN-WANTED.
           ACCEPT GEN-WANTED.
           IF GEN-WANTED = 0
               DISPLAY "NO RESTORE DONE"
               GO TO CHOOSE-GENERATION-EXIT
           END-IF.
           MOVE 0 TO FOUND-ENTRY.
           MOVE 0 TO GEN-INDEX.
           PERFORM FIND-GENERATION-PARA UNTIL GEN-INDEX = GEN-COUNT.
           IF FOUND-ENTRY = 0
               DISPLAY "GENERATION " GEN-WANTED
                   " IS NOT A COMPLETE GENERATION OF "
                   MASTER-FILE-NAME
               DISPLAY "NO RESTORE DONE"
               GO TO CHOOSE-GENERATION-EXIT
           END-IF.
           PERFORM SHOW-IMPACT-PARA.
           DISPLAY "TYPE Y TO ROLL " MASTER-FILE-NAME " BACK"
           MOVE SPACES TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "NO RESTORE DONE"
               GO TO CHOOSE-GENERATION-EXIT
           END-IF.
           MOVE FOUND-ENTRY TO RESTORE-ENTRY.
       CHOOSE-GENERATION-EXIT.
           EXIT.

       LIST-GENERATION-PARA.
           ADD 1 TO GEN-INDEX.
           IF GEN-MASTER(GEN-INDEX) = RESTORE-MASTER
               IF GEN-STATUS(GEN-INDEX) = "C"
                   ADD 1 TO LIST-COUNT
                   DISPLAY "GEN " GEN-NUMBER(GEN-INDEX)
                       "  DAY " GEN-PROCESS-DATE(GEN-INDEX)
                       "  TAKEN " GEN-TAKEN-DATE(GEN-INDEX)
                       " " GEN-TAKEN-TIME(GEN-INDEX)
                       " BY " GEN-STEP(GEN-INDEX)
                       "  RECORDS " GEN-RECORDS(GEN-INDEX)
               ELSE
                   DISPLAY "GEN " GEN-NUMBER(GEN-INDEX)
                       "  DAY " GEN-PROCESS-DATE(GEN-INDEX)
                       "  INCOMPLETE - CANNOT BE RESTORED"
               END-IF
           END-IF.

       FIND-GENERATION-PARA.
           ADD 1 TO GEN-INDEX.
           IF GEN-MASTER(GEN-INDEX) = RESTORE-MASTER
            AND GEN-NUMBER(GEN-INDEX) = GEN-WANTED
            AND GEN-STATUS(GEN-INDEX) = "C"
               MOVE GEN-INDEX TO FOUND-ENTRY
           END-IF.

       SHOW-IMPACT-PARA.
           DISPLAY "GENERATION " GEN-NUMBER(FOUND-ENTRY) " IS "
               MASTER-FILE-NAME " AS IT STOOD BEFORE "
               GEN-STEP(FOUND-ENTRY)
           DISPLAY "RAN FOR PROCESSING DAY "
               GEN-PROCESS-DATE(FOUND-ENTRY)
           MOVE 0 TO LATER-COUNT.
           MOVE 0 TO GEN-INDEX.
           PERFORM COUNT-LATER-PARA UNTIL GEN-INDEX = GEN-COUNT.
           IF LATER-COUNT > 0
               DISPLAY LATER-COUNT " LATER GENERATION(S) ON FILE -"
                   " EVERY UPDATE SINCE WILL BE UNDONE"
           END-IF.
           EVALUATE TRUE
               WHEN GEN-STEP(FOUND-ENTRY) NOT = RESET-STEP-NAME
                   DISPLAY "GENERATION WAS TAKEN BY "
                       GEN-STEP(FOUND-ENTRY)
                       " - RUN CONTROL WILL NOT BE RESET"
               WHEN CONTROL-FOUND
                AND HOLD-PROCESS-DATE = GEN-PROCESS-DATE(FOUND-ENTRY)
                   PERFORM SHOW-RESET-PARA
               WHEN OTHER
                   DISPLAY "GENERATION IS NOT FOR THE OPEN PROCESSING"
                       " DAY - RUN CONTROL WILL NOT BE RESET"
           END-EVALUATE.
           IF RESTORING-ACCOUNTS
               PERFORM SHOW-ACCOUNT-IMPACT-PARA
           END-IF.

       SHOW-RESET-PARA.
           DISPLAY "RUNCTL STEP " RESET-STEP " ("
               GEN-STEP(FOUND-ENTRY) ") WILL BE SET PENDING"
           IF RESTORING-ACCOUNTS
               DISPLAY "RUNCTL STEP 4 (ACCTEDIT) WILL ALSO BE SET"
                   " PENDING"
           END-IF.
           IF RESTORING-ACCOUNTS
            AND HOLD-STEP-STATUS(6) = "C"
               DISPLAY "WARNING: GLEXTRACT HAS ALREADY SENT THE"
                   " DAY'S GL BATCH"
               DISPLAY "ANY DIFFERENCE IN THE RERUN MUST BE"
                   " JOURNALLED IN THE LEDGER"
           END-IF.
           IF RESTORING-ACCOUNTS
            AND HOLD-STEP-STATUS(7) = "C"
            AND HOLD-STEP-DATE(7) = HOLD-PROCESS-DATE
               DISPLAY "RUNCTL STEP 7 (ACCTRECON) WILL ALSO BE SET"
                   " PENDING"
               DISPLAY "WARNING: PRIORTOT.DAT ALREADY CARRIES THE"
                   " DAY'S TOTAL"
               DISPLAY "CHECK IT BEFORE ACCTRECON IS RERUN"
           END-IF.

      *****************************************************************
      * WHAT AN ACCTMAST ROLLBACK MEANS BEYOND THE MASTER.  THE       *
      * INPUTS EVERY ACCTPOST RUN FROM THIS GENERATION ON TOOK OFF    *
      * GO BACK ON ACCTRLSE.DAT AND PAYPOST.DAT.  AN ACCRUAL OR A     *
      * CODE CORRECTION MADE SINCE IS UNDONE ON THE MASTER, BUT WHAT  *
      * IT ADDED TO GLMONTH.DAT STAYS THERE, SO THE OPERATOR IS TOLD  *
      * WHAT TO TAKE OFF BEFORE EITHER IS DONE AGAIN.                 *
      *****************************************************************
       SHOW-ACCOUNT-IMPACT-PARA.
           MOVE 0 TO LATER-POSTS.
           MOVE 0 TO LATER-ACCRUALS.
           MOVE 0 TO GEN-INDEX.
           PERFORM COUNT-ACCOUNT-RUNS-PARA UNTIL GEN-INDEX = GEN-COUNT.
           IF LATER-POSTS > 0
               DISPLAY "RELEASES AND PAYROLL POSTINGS TAKEN OFF BY "
                   LATER-POSTS " ACCTPOST RUN(S)"
               DISPLAY "WILL BE PUT BACK ON ACCTRLSE.DAT AND"
                   " PAYPOST.DAT FOR THE RERUN"
           END-IF.
           IF LATER-ACCRUALS > 0
               PERFORM CHECK-ACCRUALS-PARA
           END-IF.
           PERFORM CHECK-RECLASSES-PARA THRU CHECK-RECLASSES-EXIT.

       COUNT-ACCOUNT-RUNS-PARA.
           ADD 1 TO GEN-INDEX.
           IF GEN-MASTER(GEN-INDEX) = RESTORE-MASTER
            AND GEN-STATUS(GEN-INDEX) = "C"
            AND GEN-NUMBER(GEN-INDEX) NOT < GEN-NUMBER(FOUND-ENTRY)
               IF GEN-STEP(GEN-INDEX) = "ACCTPOST"
                   ADD 1 TO LATER-POSTS
               END-IF
               IF GEN-STEP(GEN-INDEX) = "ACCTACCR"
                   ADD 1 TO LATER-ACCRUALS
               END-IF
           END-IF.

      *    ACCTACCR HAS RUN SINCE THE GENERATION -- NAME THE MONTH(S)
      *    FROM THE ACCRUAL LOG
       CHECK-ACCRUALS-PARA.
           MOVE 0 TO LATER-PERIOD.
           OPEN INPUT ACCRUAL-LOG-FILE.
           IF NOT ACCRUAL-LOG-OK
               DISPLAY "WARNING: ACCTACCR HAS RUN SINCE THIS GENERATION"
               DISPLAY "ERROR OPENING ACCRLOG.DAT: " ACCRUAL-LOG-STATUS
           ELSE
               MOVE 0 TO SCAN-EOF
               PERFORM SCAN-ACCRUAL-PARA UNTIL SCAN-EOF = 1
               CLOSE ACCRUAL-LOG-FILE
           END-IF.
           DISPLAY "THE ROLLBACK TAKES THE ACCRUAL OFF ACCTMAST.DAT BUT"
               " NOT OFF ACCRLOG.DAT OR GLMONTH.DAT"
           DISPLAY "TAKE THE MONTH OFF ACCRLOG.DAT AND ITS TOTALS"
               " (SEE ACCRRPT.DAT) OFF GLMONTH.DAT,"
           DISPLAY "THEN RERUN ACCTACCR ONCE THE DAY HAS BEEN RERUN --"
               " OR HAVE FINANCE JOURNAL IT".

       SCAN-ACCRUAL-PARA.
           READ ACCRUAL-LOG-FILE
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF ACL-RUN-DATE NOT < GEN-PROCESS-DATE(FOUND-ENTRY)
                       MOVE ACL-PERIOD TO LATER-PERIOD
                       DISPLAY "WARNING: ACCRUAL FOR " ACL-PERIOD
                           " RUN " ACL-RUN-DATE
                           " CAME AFTER THIS GENERATION"
                   END-IF
           END-READ.

      *    ACCTMAINT CODE CORRECTIONS MADE SINCE THE GENERATION WAS
      *    TAKEN THAT MOVED A BALANCE -- EACH PUT A REVERSAL AND AN
      *    ADD ON GLMONTH.DAT.  ACCTAUD.DAT CARRIES THE SYSTEM DATE
      *    AND TIME, SO IT IS MATCHED TO WHEN THE COPY WAS TAKEN.
       CHECK-RECLASSES-PARA.
           MOVE 0 TO LATER-RECLASSES.
           OPEN INPUT ACCOUNT-AUDIT-FILE.
           IF NOT ACCOUNT-AUDIT-OK
               GO TO CHECK-RECLASSES-EXIT
           END-IF.
           MOVE 0 TO SCAN-EOF.
           PERFORM SCAN-AUDIT-PARA UNTIL SCAN-EOF = 1.
           CLOSE ACCOUNT-AUDIT-FILE.
           IF LATER-RECLASSES > 0
               DISPLAY "WARNING: " LATER-RECLASSES " CODE CORRECTION(S)"
                   " ON ACCTAUD.DAT MOVED A BALANCE SINCE THIS"
                   " GENERATION"
               DISPLAY "THE ROLLBACK PUTS THE OLD CODES BACK BUT THE"
                   " RECLASS PAIRS STAY ON GLMONTH.DAT"
               DISPLAY "TAKE THOSE PAIRS OFF GLMONTH.DAT BEFORE THE"
                   " CORRECTIONS ON RESTRPT.DAT ARE RE-KEYED"
           END-IF.
       CHECK-RECLASSES-EXIT.
           EXIT.

       SCAN-AUDIT-PARA.
           READ ACCOUNT-AUDIT-FILE
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF AAU-ACTION = "C"
                    AND AAU-BEFORE-CODES NOT = AAU-AFTER-CODES
                    AND AAU-BEFORE-BALANCE NOT = 0
                       IF AAU-RUN-DATE > GEN-TAKEN-DATE(FOUND-ENTRY)
                        OR (AAU-RUN-DATE = GEN-TAKEN-DATE(FOUND-ENTRY)
                        AND AAU-TIME > GEN-TAKEN-TIME(FOUND-ENTRY))
                           ADD 1 TO LATER-RECLASSES
                       END-IF
                   END-IF
           END-READ.

       COUNT-LATER-PARA.
           ADD 1 TO GEN-INDEX.
           IF GEN-MASTER(GEN-INDEX) = RESTORE-MASTER
            AND GEN-STATUS(GEN-INDEX) = "C"
            AND GEN-NUMBER(GEN-INDEX) > GEN-NUMBER(FOUND-ENTRY)
               ADD 1 TO LATER-COUNT
           END-IF.

      *****************************************************************
      * THE ROLLBACK.  THE MASTER IS FIRST COPIED ASIDE, SO NOTHING   *
      * IS LOST IF THE WRONG GENERATION WAS CHOSEN; IF THAT COPY      *
      * FAILS THE MASTER IS NOT TOUCHED.  THE MASTER IS THEN          *
      * RELOADED FROM THE GENERATION, THE TWO ARE COMPARED TO LOG     *
      * EACH DIFFERENCE, AND THE RUN CONTROL IS RESET.                *
      *****************************************************************
       RESTORE-MASTER-PARA.
           IF RESTORING-EMPLOYEE
               MOVE GEN-SLOT(RESTORE-ENTRY) TO GEN-FILE-NO
           ELSE
               COMPUTE GEN-FILE-NO = GEN-SLOT(RESTORE-ENTRY) + 3
           END-IF.
           PERFORM SAVE-CURRENT-PARA THRU SAVE-CURRENT-EXIT.
           IF RESTORE-FAILED
               DISPLAY MASTER-FILE-NAME " NOT CHANGED - NO RESTORE DONE"
               GO TO RESTORE-MASTER-EXIT
           END-IF.
           DISPLAY PRESTORE-RECORDS " RECORDS COPIED TO "
               PRESTORE-FILE-NAME.
           PERFORM RELOAD-MASTER-PARA THRU RELOAD-MASTER-EXIT.
           IF RESTORE-FAILED
               DISPLAY "RELOAD FAILED - " MASTER-FILE-NAME
                   " IS INCOMPLETE"
               DISPLAY "THE MASTER AS IT STOOD IS ON "
                   PRESTORE-FILE-NAME
               DISPLAY "COPY " PRESTORE-FILE-NAME
                   " ASIDE BEFORE ANY FURTHER RESTORE"
               GO TO RESTORE-MASTER-EXIT
           END-IF.
           DISPLAY RELOADED-RECORDS " RECORDS RELOADED TO "
               MASTER-FILE-NAME.
           PERFORM LOG-ROLLBACK-PARA THRU LOG-ROLLBACK-EXIT.
           PERFORM RESET-CONTROL-PARA THRU RESET-CONTROL-EXIT.
           IF RESTORING-EMPLOYEE
               PERFORM CLEAR-CHECKPOINT-PARA
           ELSE
               PERFORM RESTORE-INPUTS-PARA
           END-IF.
           DISPLAY "UNCHANGED:         " RECORDS-SAME.
           DISPLAY "CHANGED BACK:      " RECORDS-CHANGED.
           DISPLAY "REMOVED:           " RECORDS-REMOVED.
           DISPLAY "PUT BACK:          " RECORDS-PUT-BACK.
           DISPLAY "LOGGED TO " LOG-FILE-NAME ": " ROLLBACKS-LOGGED.
           DISPLAY "ROLLBACK LISTED ON RESTRPT.DAT".
       RESTORE-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * COPY THE MASTER AS IT STANDS TO THE PRE-RESTORE FILE.  A      *
      * MASTER NOT YET ON FILE GIVES AN EMPTY COPY.                   *
      *****************************************************************
       SAVE-CURRENT-PARA.
           MOVE 0 TO PRESTORE-RECORDS.
           MOVE 0 TO COPY-EOF.
           IF RESTORING-EMPLOYEE
               OPEN OUTPUT EMP-PRESTORE
           ELSE
               OPEN OUTPUT ACCT-PRESTORE
           END-IF.
           IF PRESTORE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING " PRESTORE-FILE-NAME ": "
                   PRESTORE-STATUS
               MOVE 1 TO RESTORE-ERROR-SWITCH
               GO TO SAVE-CURRENT-EXIT
           END-IF.
           PERFORM OPEN-CURRENT-PARA.
           IF NOT RESTORE-FAILED AND NOT MASTER-ABSENT
               PERFORM SAVE-ONE-PARA
                   UNTIL COPY-EOF = 1 OR RESTORE-FAILED
               PERFORM CLOSE-CURRENT-PARA
           END-IF.
           IF RESTORING-EMPLOYEE
               CLOSE EMP-PRESTORE
           ELSE
               CLOSE ACCT-PRESTORE
           END-IF.
       SAVE-CURRENT-EXIT.
           EXIT.

       OPEN-CURRENT-PARA.
           MOVE 0 TO MASTER-ABSENT-SWITCH.
           IF RESTORING-EMPLOYEE
               OPEN INPUT EMPLOYEE-MASTER
               IF EMPLOYEE-MASTER-NOT-FOUND
                   MOVE 1 TO MASTER-ABSENT-SWITCH
               ELSE
                   IF NOT EMPLOYEE-MASTER-OK
                       DISPLAY "ERROR OPENING EMPLOYEE.DAT: "
                           EMPLOYEE-MASTER-STATUS
                       MOVE 1 TO RESTORE-ERROR-SWITCH
                   END-IF
               END-IF
           ELSE
               OPEN INPUT ACCOUNT-MASTER
               IF ACCOUNT-MASTER-NOT-FOUND
                   MOVE 1 TO MASTER-ABSENT-SWITCH
               ELSE
                   IF NOT ACCOUNT-MASTER-OK
                       DISPLAY "ERROR OPENING ACCTMAST.DAT: "
                           ACCOUNT-MASTER-STATUS
                       MOVE 1 TO RESTORE-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF.

       CLOSE-CURRENT-PARA.
           IF RESTORING-EMPLOYEE
               CLOSE EMPLOYEE-MASTER
           ELSE
               CLOSE ACCOUNT-MASTER
           END-IF.

       SAVE-ONE-PARA.
           MOVE SPACES TO CURRENT-IMAGE.
           IF RESTORING-EMPLOYEE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO COPY-EOF
                   NOT AT END
                       MOVE EMPLOYEE-MASTER-RECORD TO CURRENT-IMAGE
                       WRITE EMP-PRESTORE-RECORD
                           FROM EMPLOYEE-MASTER-RECORD
               END-READ
           ELSE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO COPY-EOF
                   NOT AT END
                       MOVE ACCOUNT-MASTER-RECORD TO CURRENT-IMAGE
                       WRITE ACCT-PRESTORE-RECORD
                           FROM ACCOUNT-MASTER-RECORD
               END-READ
           END-IF.
           IF COPY-EOF = 0
               IF PRESTORE-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING " PRESTORE-FILE-NAME ": "
                       PRESTORE-STATUS
                   MOVE 1 TO RESTORE-ERROR-SWITCH
               ELSE
                   ADD 1 TO PRESTORE-RECORDS
               END-IF
           END-IF.

      *****************************************************************
      * RELOAD THE MASTER FROM THE GENERATION.  OPENING THE MASTER    *
      * OUTPUT EMPTIES IT; EVERY RECORD ON THE GENERATION IS WRITTEN  *
      * BACK.  THE COUNT IS CHECKED AGAINST THE CATALOG.              *
      *****************************************************************
       RELOAD-MASTER-PARA.
           MOVE 0 TO RELOADED-RECORDS.
           PERFORM OPEN-GENERATION-PARA.
           IF RESTORE-FAILED
               GO TO RELOAD-MASTER-EXIT
           END-IF.
           IF RESTORING-EMPLOYEE
               OPEN OUTPUT EMPLOYEE-MASTER
               IF NOT EMPLOYEE-MASTER-OK
                   DISPLAY "ERROR OPENING EMPLOYEE.DAT: "
                       EMPLOYEE-MASTER-STATUS
                   MOVE 1 TO RESTORE-ERROR-SWITCH
               END-IF
           ELSE
               OPEN OUTPUT ACCOUNT-MASTER
               IF NOT ACCOUNT-MASTER-OK
                   DISPLAY "ERROR OPENING ACCTMAST.DAT: "
                       ACCOUNT-MASTER-STATUS
                   MOVE 1 TO RESTORE-ERROR-SWITCH
               END-IF
           END-IF.
           IF RESTORE-FAILED
               PERFORM CLOSE-GENERATION-PARA
               GO TO RELOAD-MASTER-EXIT
           END-IF.
           MOVE 0 TO GEN-EOF.
           PERFORM READ-GENERATION-PARA.
           PERFORM RELOAD-ONE-PARA UNTIL GEN-EOF = 1 OR RESTORE-FAILED.
           PERFORM CLOSE-CURRENT-PARA.
           PERFORM CLOSE-GENERATION-PARA.
           IF NOT RESTORE-FAILED
            AND RELOADED-RECORDS NOT = GEN-RECORDS(RESTORE-ENTRY)
               DISPLAY "WARNING: " RELOADED-RECORDS
                   " RECORDS RELOADED, CATALOG SHOWS "
                   GEN-RECORDS(RESTORE-ENTRY)
           END-IF.
       RELOAD-MASTER-EXIT.
           EXIT.

       RELOAD-ONE-PARA.
           IF RESTORING-EMPLOYEE
               MOVE RESTORED-IMAGE TO EMPLOYEE-MASTER-RECORD
               WRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING EMPLOYEE.DAT: "
                           EMPLOYEE-MASTER-STATUS
                       MOVE 1 TO RESTORE-ERROR-SWITCH
               END-WRITE
           ELSE
               MOVE RESTORED-IMAGE TO ACCOUNT-MASTER-RECORD
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING ACCTMAST.DAT: "
                           ACCOUNT-MASTER-STATUS
                       MOVE 1 TO RESTORE-ERROR-SWITCH
               END-WRITE
           END-IF.
           IF NOT RESTORE-FAILED
               ADD 1 TO RELOADED-RECORDS
               PERFORM READ-GENERATION-PARA
           END-IF.

       OPEN-GENERATION-PARA.
           EVALUATE GEN-FILE-NO
               WHEN 1
                   OPEN INPUT EMP-GEN-1
               WHEN 2
                   OPEN INPUT EMP-GEN-2
               WHEN 3
                   OPEN INPUT EMP-GEN-3
               WHEN 4
                   OPEN INPUT ACCT-GEN-1
               WHEN 5
                   OPEN INPUT ACCT-GEN-2
               WHEN OTHER
                   OPEN INPUT ACCT-GEN-3
           END-EVALUATE.
           IF GENERATION-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GENERATION FILE: "
                   GENERATION-STATUS
               MOVE 1 TO RESTORE-ERROR-SWITCH
           END-IF.

       CLOSE-GENERATION-PARA.
           EVALUATE GEN-FILE-NO
               WHEN 1
                   CLOSE EMP-GEN-1
               WHEN 2
                   CLOSE EMP-GEN-2
               WHEN 3
                   CLOSE EMP-GEN-3
               WHEN 4
                   CLOSE ACCT-GEN-1
               WHEN 5
                   CLOSE ACCT-GEN-2
               WHEN OTHER
                   CLOSE ACCT-GEN-3
           END-EVALUATE.

      *    THE NEXT GENERATION RECORD AND ITS KEY -- HIGH-VALUES AT
      *    THE END SO THE MATCH RUNS OUT THE OTHER SIDE
       READ-GENERATION-PARA.
           MOVE SPACES TO RESTORED-IMAGE.
           EVALUATE GEN-FILE-NO
               WHEN 1
                   READ EMP-GEN-1 INTO RESTORED-IMAGE
                       AT END
                           MOVE 1 TO GEN-EOF
                   END-READ
               WHEN 2
                   READ EMP-GEN-2 INTO RESTORED-IMAGE
                       AT END
                           MOVE 1 TO GEN-EOF
                   END-READ
               WHEN 3
                   READ EMP-GEN-3 INTO RESTORED-IMAGE
                       AT END
                           MOVE 1 TO GEN-EOF
                   END-READ
               WHEN 4
                   READ ACCT-GEN-1 INTO RESTORED-IMAGE
                       AT END
                           MOVE 1 TO GEN-EOF
                   END-READ
               WHEN 5
                   READ ACCT-GEN-2 INTO RESTORED-IMAGE
                       AT END
                           MOVE 1 TO GEN-EOF
                   END-READ
               WHEN OTHER
                   READ ACCT-GEN-3 INTO RESTORED-IMAGE
                       AT END
                           MOVE 1 TO GEN-EOF
                   END-READ
           END-EVALUATE.
           IF GEN-EOF = 1
               MOVE HIGH-VALUES TO RESTORED-KEY
           ELSE
               IF RESTORING-EMPLOYEE
                   MOVE RESTORED-IMAGE(29:6) TO RESTORED-KEY
               ELSE
                   MOVE RESTORED-IMAGE(1:15) TO RESTORED-KEY
               END-IF
           END-IF.

       READ-PRESTORE-PARA.
           MOVE SPACES TO CURRENT-IMAGE.
           IF RESTORING-EMPLOYEE
               READ EMP-PRESTORE INTO CURRENT-IMAGE
                   AT END
                       MOVE 1 TO PRESTORE-EOF
               END-READ
           ELSE
               READ ACCT-PRESTORE INTO CURRENT-IMAGE
                   AT END
                       MOVE 1 TO PRESTORE-EOF
               END-READ
           END-IF.
           IF PRESTORE-EOF = 1
               MOVE HIGH-VALUES TO CURRENT-KEY
           ELSE
               IF RESTORING-EMPLOYEE
                   MOVE CURRENT-IMAGE(29:6) TO CURRENT-KEY
               ELSE
                   MOVE CURRENT-IMAGE(1:15) TO CURRENT-KEY
               END-IF
           END-IF.

      *****************************************************************
      * MATCH THE PRE-RESTORE COPY AGAINST THE GENERATION, BOTH IN    *
      * KEY ORDER.  A RECORD ON BOTH THAT DIFFERS WAS CHANGED BACK;   *
      * ONE ONLY ON THE COPY WAS REMOVED; ONE ONLY ON THE GENERATION  *
      * WAS PUT BACK.  EACH IS LOGGED AND LISTED.                     *
      *****************************************************************
       LOG-ROLLBACK-PARA.
           OPEN OUTPUT RESTORE-REPORT.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RESTRPT.DAT: " REPORT-STATUS
           END-IF.
           MOVE TODAY-DATE  TO RHL-DATE.
           MOVE OPERATOR-ID TO RHL-OPERATOR.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE MASTER-FILE-NAME                TO RGL-FILE.
           MOVE GEN-NUMBER(RESTORE-ENTRY)       TO RGL-GEN.
           MOVE GEN-TAKEN-DATE(RESTORE-ENTRY)   TO RGL-TAKEN.
           MOVE GEN-STEP(RESTORE-ENTRY)         TO RGL-STEP.
           MOVE GEN-PROCESS-DATE(RESTORE-ENTRY) TO RGL-PROCESS.
           WRITE REPORT-LINE FROM REPORT-GENERATION-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-COLUMN-LINE.
           IF RESTORING-EMPLOYEE
               OPEN EXTEND AUDIT-FILE
               IF AUDIT-FILE-NOT-FOUND
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               OPEN INPUT EMP-PRESTORE
           ELSE
               OPEN EXTEND HISTORY-FILE
               IF HISTORY-FILE-NOT-FOUND
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               OPEN INPUT ACCT-PRESTORE
           END-IF.
           MOVE 0 TO RESTORE-ERROR-SWITCH.
           PERFORM OPEN-GENERATION-PARA.
           IF RESTORE-FAILED
               DISPLAY "ROLLBACK NOT LOGGED - COMPARE "
                   PRESTORE-FILE-NAME " WITH THE GENERATION BY HAND"
               GO TO LOG-ROLLBACK-CLOSE
           END-IF.
           MOVE 0 TO PRESTORE-EOF.
           MOVE 0 TO GEN-EOF.
           PERFORM READ-PRESTORE-PARA.
           PERFORM READ-GENERATION-PARA.
           PERFORM COMPARE-PARA
               UNTIL PRESTORE-EOF = 1 AND GEN-EOF = 1.
           PERFORM CLOSE-GENERATION-PARA.
           PERFORM WRITE-TOTALS-PARA.
       LOG-ROLLBACK-CLOSE.
           IF RESTORING-EMPLOYEE
               CLOSE AUDIT-FILE EMP-PRESTORE
           ELSE
               CLOSE HISTORY-FILE ACCT-PRESTORE
           END-IF.
           CLOSE RESTORE-REPORT.
       LOG-ROLLBACK-EXIT.
           EXIT.

       COMPARE-PARA.
           EVALUATE TRUE
               WHEN CURRENT-KEY = RESTORED-KEY
                   IF CURRENT-IMAGE = RESTORED-IMAGE
                       ADD 1 TO RECORDS-SAME
                   ELSE
                       ADD 1 TO RECORDS-CHANGED
                       MOVE CURRENT-IMAGE  TO BEFORE-WORK
                       MOVE RESTORED-IMAGE TO AFTER-WORK
                       MOVE "CHANGED"      TO RDL-ACTION
                       PERFORM WRITE-ROLLBACK-PARA
                   END-IF
                   PERFORM READ-PRESTORE-PARA
                   PERFORM READ-GENERATION-PARA
               WHEN CURRENT-KEY < RESTORED-KEY
                   ADD 1 TO RECORDS-REMOVED
                   MOVE CURRENT-IMAGE TO BEFORE-WORK
                   MOVE SPACES        TO AFTER-WORK
                   MOVE "REMOVED"     TO RDL-ACTION
                   PERFORM WRITE-ROLLBACK-PARA
                   PERFORM READ-PRESTORE-PARA
               WHEN OTHER
                   ADD 1 TO RECORDS-PUT-BACK
                   MOVE SPACES         TO BEFORE-WORK
                   MOVE RESTORED-IMAGE TO AFTER-WORK
                   MOVE "PUT BACK"     TO RDL-ACTION
                   PERFORM WRITE-ROLLBACK-PARA
                   PERFORM READ-GENERATION-PARA
           END-EVALUATE.

       WRITE-ROLLBACK-PARA.
           IF RESTORING-EMPLOYEE
               PERFORM WRITE-AUDIT-PARA
           ELSE
               PERFORM WRITE-HISTORY-PARA
           END-IF.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.

      *****************************************************************
      * AN EMPLOYEE ROLLBACK GOES TO AUDIT.DAT UNDER ACTION "B" WITH  *
      * THE RECORD AS IT STOOD BEFORE THE RESTORE AND AS PUT BACK --  *
      * SPACES ON THE SIDE WHERE THERE WAS NO RECORD -- SO THE MASTER *
      * STILL MATCHES ITS LAST AFTER-IMAGE.  THE REPORT SHOWS THE     *
      * SALARY EITHER SIDE.                                           *
      *****************************************************************
       WRITE-AUDIT-PARA.
           ACCEPT TIME-OF-DAY-RAW FROM TIME.
           MOVE TIME-OF-DAY-RAW(1:6) TO TIME-OF-DAY.
           MOVE 0 TO BEFORE-AMOUNT.
           MOVE 0 TO AFTER-AMOUNT.
           MOVE TODAY-DATE TO AUD-RUN-DATE.
           MOVE "B"        TO AUD-ACTION.
           IF AFTER-WORK NOT = SPACES
               MOVE AFE-NO     TO AUD-EMPLOYEE-NO RDL-KEY
               MOVE AFE-NAME   TO RDL-NAME
               MOVE AFE-SALARY TO AFTER-AMOUNT
           ELSE
               MOVE BFE-NO     TO AUD-EMPLOYEE-NO RDL-KEY
               MOVE BFE-NAME   TO RDL-NAME
           END-IF.
           IF BEFORE-WORK NOT = SPACES
               MOVE BFE-SALARY TO BEFORE-AMOUNT
           END-IF.
           MOVE BEFORE-WORK(1:46) TO AUD-BEFORE-IMAGE.
           MOVE AFTER-WORK(1:46)  TO AUD-AFTER-IMAGE.
           MOVE OPERATOR-ID       TO AUD-OPERATOR.
           MOVE TIME-OF-DAY       TO AUD-TIME.
           WRITE AUDIT-RECORD.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING AUDIT.DAT: " AUDIT-STATUS
           ELSE
               ADD 1 TO ROLLBACKS-LOGGED
           END-IF.
           COMPUTE ADJUST-AMOUNT = AFTER-AMOUNT - BEFORE-AMOUNT.
           MOVE BEFORE-AMOUNT TO RDL-BEFORE.
           MOVE AFTER-AMOUNT  TO RDL-AFTER.
           MOVE ADJUST-AMOUNT TO RDL-ADJUST.

      *****************************************************************
      * AN ACCOUNT ROLLBACK THAT MOVES THE BALANCE GOES TO ACCTHIST   *
      * UNDER ACTION "B", FOR THE AMOUNT THAT TAKES THE BALANCE BACK  *
      * TO THE GENERATION -- AN ACCOUNT REMOVED GOES BACK TO ZERO --  *
      * SO EVERY ACCOUNT'S HISTORY STILL RUNS TO ITS BALANCE.  A      *
      * CHANGE THAT LEAVES THE BALANCE ALONE (DESCRIPTION, CODES OR   *
      * STATUS SET THROUGH ACCTMAINT) IS ONLY LISTED, FOR RE-KEYING.  *
      *****************************************************************
       WRITE-HISTORY-PARA.
           MOVE 0 TO BEFORE-AMOUNT.
           MOVE 0 TO AFTER-AMOUNT.
           IF BEFORE-WORK NOT = SPACES
               MOVE BFA-BALANCE TO BEFORE-AMOUNT
           END-IF.
           IF AFTER-WORK NOT = SPACES
               MOVE AFA-BALANCE     TO AFTER-AMOUNT
               MOVE AFA-ACCT-NO     TO HIST-ACCT-NO RDL-KEY
               MOVE AFA-TYPE-CODE   TO HIST-TYPE-CODE
               MOVE AFA-KIND-CODE   TO HIST-KIND-CODE
               MOVE AFA-DESCRIPTION TO RDL-NAME
           ELSE
               MOVE BFA-ACCT-NO     TO HIST-ACCT-NO RDL-KEY
               MOVE BFA-TYPE-CODE   TO HIST-TYPE-CODE
               MOVE BFA-KIND-CODE   TO HIST-KIND-CODE
               MOVE BFA-DESCRIPTION TO RDL-NAME
           END-IF.
           COMPUTE ADJUST-AMOUNT = AFTER-AMOUNT - BEFORE-AMOUNT.
           IF ADJUST-AMOUNT NOT = 0
               MOVE POSTING-DATE  TO HIST-POST-DATE
               MOVE "B"           TO HIST-ACTION
               MOVE ADJUST-AMOUNT TO HIST-AMOUNT
               MOVE AFTER-AMOUNT  TO HIST-NEW-BALANCE
               WRITE HISTORY-RECORD
               IF HISTORY-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING ACCTHIST.DAT: "
                       HISTORY-STATUS
               ELSE
                   ADD 1 TO ROLLBACKS-LOGGED
                   ADD ADJUST-AMOUNT TO NET-ADJUSTMENT
               END-IF
           END-IF.
           MOVE BEFORE-AMOUNT TO RDL-BEFORE.
           MOVE AFTER-AMOUNT  TO RDL-AFTER.
           MOVE ADJUST-AMOUNT TO RDL-ADJUST.

       WRITE-TOTALS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS ON MASTER BEFORE RESTORE" TO RCL-LABEL.
           MOVE PRESTORE-RECORDS TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "RECORDS RELOADED FROM GENERATION" TO RCL-LABEL.
           MOVE RELOADED-RECORDS TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  UNCHANGED" TO RCL-LABEL.
           MOVE RECORDS-SAME TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  CHANGED BACK" TO RCL-LABEL.
           MOVE RECORDS-CHANGED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  REMOVED" TO RCL-LABEL.
           MOVE RECORDS-REMOVED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  PUT BACK" TO RCL-LABEL.
           MOVE RECORDS-PUT-BACK TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE SPACES TO RCL-LABEL.
           STRING "ROLLBACK RECORDS ON " LOG-FILE-NAME
               DELIMITED BY SIZE INTO RCL-LABEL.
           MOVE ROLLBACKS-LOGGED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           IF RESTORING-ACCOUNTS
               MOVE "NET BALANCE ADJUSTMENT" TO RTL-LABEL
               MOVE NET-ADJUSTMENT TO RTL-TOTAL
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               DISPLAY "NET BALANCE ADJUSTMENT: " RTL-TOTAL
           END-IF.

      *****************************************************************
      * SET THE STEP THAT TOOK THE GENERATION BACK TO PENDING SO THE  *
      * DAY CAN BE RERUN -- ONLY WHEN THE GENERATION WAS TAKEN FOR    *
      * THE PROCESSING DAY STILL OPEN.  AN OLDER GENERATION UNDOES    *
      * WHOLE DAYS, AND WHAT TO RERUN IS THEN FOR OPERATIONS TO SAY.  *
      * A GENERATION TAKEN BY ACCTACCR, WHICH IS NOT A RUNCTL STEP,   *
      * RESETS NOTHING.  AN ACCTMAST ROLLBACK ALSO SETS ACCTEDIT      *
      * PENDING, SINCE THE RELEASES AND PAYROLL POSTINGS PUT BACK     *
      * MUST BE EDITED AGAIN, AND ACCTRECON IF IT HAS COMPLETED FOR   *
      * THE DAY -- IT RECONCILED POSTINGS NO LONGER ON THE MASTER.    *
      *****************************************************************
       RESET-CONTROL-PARA.
           IF GEN-STEP(RESTORE-ENTRY) NOT = RESET-STEP-NAME
               DISPLAY "RUN CONTROL NOT RESET - GENERATION WAS TAKEN"
                   " BY " GEN-STEP(RESTORE-ENTRY)
               GO TO RESET-CONTROL-EXIT
           END-IF.
           IF NOT CONTROL-FOUND
            OR HOLD-PROCESS-DATE NOT = GEN-PROCESS-DATE(RESTORE-ENTRY)
               DISPLAY "RUN CONTROL NOT RESET - GENERATION IS FOR "
                   GEN-PROCESS-DATE(RESTORE-ENTRY)
               GO TO RESET-CONTROL-EXIT
           END-IF.
           MOVE SPACE TO HOLD-STEP-STATUS(RESET-STEP).
           MOVE 0     TO HOLD-STEP-DATE(RESET-STEP).
           IF RESTORING-ACCOUNTS
               MOVE SPACE TO HOLD-STEP-STATUS(4)
               MOVE 0     TO HOLD-STEP-DATE(4)
               MOVE 1     TO EDIT-RESET-SWITCH
           END-IF.
           IF RESTORING-ACCOUNTS
            AND HOLD-STEP-STATUS(7) = "C"
            AND HOLD-STEP-DATE(7) = HOLD-PROCESS-DATE
               MOVE SPACE TO HOLD-STEP-STATUS(7)
               MOVE 0     TO HOLD-STEP-DATE(7)
               MOVE 1     TO RECON-RESET-SWITCH
           END-IF.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RUNCTL.DAT: " RUN-CONTROL-STATUS
               DISPLAY "RESET STEP " RESET-STEP " WITH RUNCTL"
               GO TO RESET-CONTROL-EXIT
           END-IF.
           WRITE RUN-CONTROL-RECORD FROM CONTROL-HOLD.
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR WRITING RUNCTL.DAT: " RUN-CONTROL-STATUS
           ELSE
               DISPLAY "RUNCTL STEP " RESET-STEP " ("
                   GEN-STEP(RESTORE-ENTRY) ") SET PENDING FOR "
                   HOLD-PROCESS-DATE
               IF EDIT-RESET
                   DISPLAY "RUNCTL STEP 4 (ACCTEDIT) SET PENDING FOR "
                       HOLD-PROCESS-DATE
               END-IF
               IF RECON-RESET
                   DISPLAY "RUNCTL STEP 7 (ACCTRECON) SET PENDING FOR "
                       HOLD-PROCESS-DATE
                   DISPLAY "CHECK PRIORTOT.DAT BEFORE ACCTRECON IS"
                       " RERUN"
               END-IF
           END-IF.
           CLOSE RUN-CONTROL-FILE.
       RESET-CONTROL-EXIT.
           EXIT.

      *    THE MASTER NO LONGER HOLDS WHAT A FAILED PROGRAM2 RUN HAD
      *    APPLIED, SO ANY CHECKPOINT IT LEFT IS VOID
       CLEAR-CHECKPOINT-PARA.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHKPOINT.DAT: " CHECKPOINT-STATUS
           ELSE
               MOVE ZEROS TO CHECKPOINT-RECORD
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
               DISPLAY "CHKPOINT.DAT CLEARED - PROGRAM2 WILL RERUN"
                   " FROM THE START"
           END-IF.

      *****************************************************************
      * PUT BACK THE INPUTS AN ACCTMAST ROLLBACK HAS UNPOSTED.  EACH  *
      * ACCTPOST RUN KEPT WHAT IT TOOK OFF ACCTRLSE.DAT AND           *
      * PAYPOST.DAT WITH ITS GENERATION.  EACH FILE IS REBUILT FROM   *
      * THOSE COPIES -- THE CHOSEN GENERATION'S FIRST, THEN EVERY     *
      * LATER ONE IN ORDER -- FOLLOWED BY WHAT WAS ON THE FILE,       *
      * WHICH IS SET ASIDE ON MASTRWRK.DAT FIRST.  A GENERATION TAKEN *
      * BY ACCTACCR TOOK NOTHING OFF AND IS PASSED OVER.  IF THE      *
      * RELEASES CANNOT BE REBUILT PAYPOST.DAT IS LEFT ALONE, SO THE  *
      * WORK FILE STILL HOLDS WHAT ACCTRLSE.DAT HELD.                 *
      *****************************************************************
       RESTORE-INPUTS-PARA.
           MOVE 0 TO INPUT-ERROR-SWITCH.
           MOVE "R" TO INPUT-KIND.
           MOVE "ACCTRLSE.DAT" TO INPUT-FILE-NAME.
           PERFORM REBUILD-INPUT-PARA THRU REBUILD-INPUT-EXIT.
           IF INPUT-REBUILD-FAILED
               DISPLAY "PAYPOST.DAT NOT TOUCHED"
           ELSE
               MOVE "P" TO INPUT-KIND
               MOVE "PAYPOST.DAT" TO INPUT-FILE-NAME
               PERFORM REBUILD-INPUT-PARA THRU REBUILD-INPUT-EXIT
           END-IF.

       REBUILD-INPUT-PARA.
           MOVE 0 TO INPUT-PUT-BACK.
           MOVE 0 TO INPUT-KEPT.
           OPEN OUTPUT INPUT-WORK-FILE.
           IF INPUT-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MASTRWRK.DAT: " INPUT-WORK-STATUS
               DISPLAY "NOTHING PUT BACK ON " INPUT-FILE-NAME
               MOVE 1 TO INPUT-ERROR-SWITCH
               GO TO REBUILD-INPUT-EXIT
           END-IF.
           PERFORM OPEN-LIVE-INPUT-PARA.
           IF LIVE-INPUT-OK
               MOVE 0 TO INPUT-EOF
               PERFORM SET-ASIDE-PARA UNTIL INPUT-EOF = 1
               PERFORM CLOSE-LIVE-INPUT-PARA
           ELSE
               IF NOT LIVE-INPUT-NOT-FOUND
                   DISPLAY "ERROR OPENING " INPUT-FILE-NAME ": "
                       LIVE-INPUT-STATUS
                   MOVE 1 TO INPUT-ERROR-SWITCH
               END-IF
           END-IF.
           CLOSE INPUT-WORK-FILE.
           IF INPUT-REBUILD-FAILED
               DISPLAY "NOTHING PUT BACK ON " INPUT-FILE-NAME
               GO TO REBUILD-INPUT-EXIT
           END-IF.
           IF REBUILDING-RELEASES
               OPEN OUTPUT RELEASE-FILE
           ELSE
               OPEN OUTPUT PAYROLL-FILE
           END-IF.
           IF NOT LIVE-INPUT-OK
               DISPLAY "ERROR OPENING " INPUT-FILE-NAME ": "
                   LIVE-INPUT-STATUS
               DISPLAY "WHAT WAS ON " INPUT-FILE-NAME
                   " IS ON MASTRWRK.DAT"
               MOVE 1 TO INPUT-ERROR-SWITCH
               GO TO REBUILD-INPUT-EXIT
           END-IF.
           MOVE GEN-NUMBER(RESTORE-ENTRY) TO NEXT-GEN-WANTED.
           MOVE 0 TO INPUT-GEN-DONE.
           PERFORM PUT-BACK-GEN-PARA
               UNTIL INPUT-GEN-DONE = 1 OR INPUT-REBUILD-FAILED.
           IF NOT INPUT-REBUILD-FAILED
               PERFORM PUT-BACK-KEPT-PARA THRU PUT-BACK-KEPT-EXIT
           END-IF.
           PERFORM CLOSE-LIVE-INPUT-PARA.
           IF INPUT-REBUILD-FAILED
               DISPLAY INPUT-FILE-NAME " NOT REBUILT IN FULL - WHAT"
                   " WAS ON IT IS ON MASTRWRK.DAT"
           ELSE
               DISPLAY INPUT-PUT-BACK " RECORDS PUT BACK ON "
                   INPUT-FILE-NAME ", " INPUT-KEPT
                   " ALREADY ON IT KEPT"
           END-IF.
       REBUILD-INPUT-EXIT.
           EXIT.

       OPEN-LIVE-INPUT-PARA.
           IF REBUILDING-RELEASES
               OPEN INPUT RELEASE-FILE
           ELSE
               OPEN INPUT PAYROLL-FILE
           END-IF.

       CLOSE-LIVE-INPUT-PARA.
           IF REBUILDING-RELEASES
               CLOSE RELEASE-FILE
           ELSE
               CLOSE PAYROLL-FILE
           END-IF.

       SET-ASIDE-PARA.
           MOVE SPACES TO INPUT-IMAGE.
           IF REBUILDING-RELEASES
               READ RELEASE-FILE INTO INPUT-IMAGE
                   AT END
                       MOVE 1 TO INPUT-EOF
               END-READ
           ELSE
               READ PAYROLL-FILE INTO INPUT-IMAGE
                   AT END
                       MOVE 1 TO INPUT-EOF
               END-READ
           END-IF.
           IF INPUT-EOF = 0
               WRITE INPUT-WORK-RECORD FROM INPUT-IMAGE
               IF INPUT-WORK-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING MASTRWRK.DAT: "
                       INPUT-WORK-STATUS
                   MOVE 1 TO INPUT-ERROR-SWITCH
                   MOVE 1 TO INPUT-EOF
               END-IF
           END-IF.

      *    THE NEXT ACCTPOST GENERATION OF ACCTMAST FROM THE ONE
      *    WANTED ON, AND WHAT IT TOOK OFF THE FILE
       PUT-BACK-GEN-PARA.
           MOVE 0 TO NEXT-ENTRY.
           MOVE 0 TO GEN-INDEX.
           PERFORM FIND-NEXT-POST-PARA UNTIL GEN-INDEX = GEN-COUNT.
           IF NEXT-ENTRY = 0
               MOVE 1 TO INPUT-GEN-DONE
           ELSE
               PERFORM COPY-GEN-INPUT-PARA THRU COPY-GEN-INPUT-EXIT
               COMPUTE NEXT-GEN-WANTED = GEN-NUMBER(NEXT-ENTRY) + 1
           END-IF.

       FIND-NEXT-POST-PARA.
           ADD 1 TO GEN-INDEX.
           IF GEN-MASTER(GEN-INDEX) = "ACCTMAST"
            AND GEN-STATUS(GEN-INDEX) = "C"
            AND GEN-STEP(GEN-INDEX) = "ACCTPOST"
            AND GEN-NUMBER(GEN-INDEX) NOT < NEXT-GEN-WANTED
               IF NEXT-ENTRY = 0
                   MOVE GEN-INDEX TO NEXT-ENTRY
               ELSE
                   IF GEN-NUMBER(GEN-INDEX) < GEN-NUMBER(NEXT-ENTRY)
                       MOVE GEN-INDEX TO NEXT-ENTRY
                   END-IF
               END-IF
           END-IF.

      *    A COPY NOT ON FILE MEANS THE RUN TOOK NOTHING OFF
       COPY-GEN-INPUT-PARA.
           IF REBUILDING-RELEASES
               MOVE GEN-SLOT(NEXT-ENTRY) TO INPUT-COPY-NO
           ELSE
               COMPUTE INPUT-COPY-NO = GEN-SLOT(NEXT-ENTRY) + 3
           END-IF.
           PERFORM OPEN-INPUT-COPY-PARA.
           IF INPUT-COPY-NOT-FOUND
               GO TO COPY-GEN-INPUT-EXIT
           END-IF.
           IF NOT INPUT-COPY-OK
               DISPLAY "ERROR OPENING INPUT COPY FOR GENERATION "
                   GEN-NUMBER(NEXT-ENTRY) ": " INPUT-COPY-STATUS
               MOVE 1 TO INPUT-ERROR-SWITCH
               GO TO COPY-GEN-INPUT-EXIT
           END-IF.
           MOVE 0 TO INPUT-EOF.
           PERFORM PUT-BACK-ONE-PARA UNTIL INPUT-EOF = 1.
           PERFORM CLOSE-INPUT-COPY-PARA.
       COPY-GEN-INPUT-EXIT.
           EXIT.

       PUT-BACK-ONE-PARA.
           PERFORM READ-INPUT-COPY-PARA.
           IF INPUT-EOF = 0
               PERFORM WRITE-LIVE-INPUT-PARA
               IF NOT INPUT-REBUILD-FAILED
                   ADD 1 TO INPUT-PUT-BACK
               END-IF
           END-IF.

       OPEN-INPUT-COPY-PARA.
           EVALUATE INPUT-COPY-NO
               WHEN 1
                   OPEN INPUT RELEASE-GEN-1
               WHEN 2
                   OPEN INPUT RELEASE-GEN-2
               WHEN 3
                   OPEN INPUT RELEASE-GEN-3
               WHEN 4
                   OPEN INPUT PAYROLL-GEN-1
               WHEN 5
                   OPEN INPUT PAYROLL-GEN-2
               WHEN OTHER
                   OPEN INPUT PAYROLL-GEN-3
           END-EVALUATE.

       CLOSE-INPUT-COPY-PARA.
           EVALUATE INPUT-COPY-NO
               WHEN 1
                   CLOSE RELEASE-GEN-1
               WHEN 2
                   CLOSE RELEASE-GEN-2
               WHEN 3
                   CLOSE RELEASE-GEN-3
               WHEN 4
                   CLOSE PAYROLL-GEN-1
               WHEN 5
                   CLOSE PAYROLL-GEN-2
               WHEN OTHER
                   CLOSE PAYROLL-GEN-3
           END-EVALUATE.

       READ-INPUT-COPY-PARA.
           MOVE SPACES TO INPUT-IMAGE.
           EVALUATE INPUT-COPY-NO
               WHEN 1
                   READ RELEASE-GEN-1 INTO INPUT-IMAGE
                       AT END
                           MOVE 1 TO INPUT-EOF
                   END-READ
               WHEN 2
                   READ RELEASE-GEN-2 INTO INPUT-IMAGE
                       AT END
                           MOVE 1 TO INPUT-EOF
                   END-READ
               WHEN 3
                   READ RELEASE-GEN-3 INTO INPUT-IMAGE
                       AT END
                           MOVE 1 TO INPUT-EOF
                   END-READ
               WHEN 4
                   READ PAYROLL-GEN-1 INTO INPUT-IMAGE
                       AT END
                           MOVE 1 TO INPUT-EOF
                   END-READ
               WHEN 5
                   READ PAYROLL-GEN-2 INTO INPUT-IMAGE
                       AT END
                           MOVE 1 TO INPUT-EOF
                   END-READ
               WHEN OTHER
                   READ PAYROLL-GEN-3 INTO INPUT-IMAGE
                       AT END
                           MOVE 1 TO INPUT-EOF
                   END-READ
           END-EVALUATE.

       WRITE-LIVE-INPUT-PARA.
           IF REBUILDING-RELEASES
               WRITE RELEASE-RECORD FROM INPUT-IMAGE
           ELSE
               MOVE INPUT-IMAGE TO PAYROLL-RECORD
               WRITE PAYROLL-RECORD
           END-IF.
           IF NOT LIVE-INPUT-OK
               DISPLAY "ERROR WRITING " INPUT-FILE-NAME ": "
                   LIVE-INPUT-STATUS
               MOVE 1 TO INPUT-ERROR-SWITCH
               MOVE 1 TO INPUT-EOF
           END-IF.

      *    WHAT WAS ON THE FILE BEFORE THE RESTORE GOES BACK AFTER
       PUT-BACK-KEPT-PARA.
           OPEN INPUT INPUT-WORK-FILE.
           IF INPUT-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MASTRWRK.DAT: " INPUT-WORK-STATUS
               MOVE 1 TO INPUT-ERROR-SWITCH
               GO TO PUT-BACK-KEPT-EXIT
           END-IF.
           MOVE 0 TO INPUT-EOF.
           PERFORM PUT-BACK-HELD-PARA UNTIL INPUT-EOF = 1.
           CLOSE INPUT-WORK-FILE.
       PUT-BACK-KEPT-EXIT.
           EXIT.

       PUT-BACK-HELD-PARA.
           MOVE SPACES TO INPUT-IMAGE.
           READ INPUT-WORK-FILE INTO INPUT-IMAGE
               AT END
                   MOVE 1 TO INPUT-EOF
           END-READ.
           IF INPUT-EOF = 0
               PERFORM WRITE-LIVE-INPUT-PARA
               IF NOT INPUT-REBUILD-FAILED
                   ADD 1 TO INPUT-KEPT
               END-IF
           END-IF.
