       IDENTIFICATION DIVISION.
       PROGRAM-ID.              OPSSUM.
       AUTHOR.                  RUSSELL BRAZELL.
       INSTALLATION.            HOME DESKTOP.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.           10/15/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * MORNING OPERATIONS SUMMARY.  ONE REPORT (OPSRPT.DAT) FOR THE  *
      * BUSINESS PROCESSING DATE ON RUNCTL.DAT, SO THE NIGHT'S CYCLE  *
      * CAN BE SIGNED OFF WITHOUT OPENING EVERY STEP'S OWN REPORT:    *
      *   - EACH STEP'S STATUS AND DATE FROM RUNCTL.DAT               *
      *   - INPUTEDIT  RECORDS EDITED AND REJECTED (EDITCTL.DAT)      *
      *   - PROGRAM2   MASTER ADDS AND CHANGES, COUNTED FROM THE      *
      *                BATCH AUDIT RECORDS OF THE RUN WHOSE BACKUP    *
      *                GENERATION IS ON BKUPCAT.DAT FOR THE DATE      *
      *   - ACCTEDIT   SESSION, SUSPENSE AND POSTING FIGURES          *
      *                (ACCTECTL.DAT)                                 *
      *   - ACCTPOST   ACCOUNTS ADDED AND UPDATED AND THE TOTAL       *
      *                POSTED, FROM THE DAY'S ACCTHIST.DAT ENTRIES    *
      *   - ACCTRECON  BALANCED, OR OUT BY HOW MUCH (RECONCTL.DAT)    *
      *   - GLEXTRACT  THE DAY'S GL BATCH AND ITS ACKNOWLEDGMENT      *
      *                STATE, AND OLDER BATCHES STILL UNANSWERED      *
      *                MORE THAN TWO DAYS AFTER THEY WERE SENT        *
      *   - REJECTS    STILL OUTSTANDING ON REJECTS.DAT, AND THOSE    *
      *                OVER FIVE DAYS OLD                             *
      * FOLLOWED BY ONE OVERALL VERDICT, OK OR ATTENTION, LISTING     *
      * EVERY ITEM THAT NEEDS FOLLOW-UP.  A CONTROL RECORD LEFT FOR   *
      * A DIFFERENT PROCESSING DATE IS NOT USED; IT IS ONLY RAISED    *
      * FOR FOLLOW-UP WHEN RUNCTL SAYS ITS STEP COMPLETED TODAY.      *
      * PAYROLL IS PERIODIC, SO ITS STEP IS SHOWN BUT NOT CHECKED.    *
      *                                                               *
      * THE DAY'S KEY FIGURES ARE KEPT ON A ROLLING HISTORY FILE      *
      * (OPSHIST.DAT) OF THE LAST 31 PROCESSING DATES, IN DATE        *
      * ORDER.  A RERUN FOR THE SAME DATE REPLACES THAT DATE'S ENTRY. *
      * THE HISTORY IS PRINTED WITH MONTH-TO-DATE TOTALS FOR TRENDS.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-370.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN "RUNCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT INPUT-EDIT-CONTROL ASSIGN "EDITCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INPUT-EDIT-STATUS.
           SELECT BACKUP-CATALOG ASSIGN "BKUPCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-STATUS.
           SELECT AUDIT-FILE ASSIGN "AUDIT.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.
           SELECT ACCT-EDIT-CONTROL ASSIGN "ACCTECTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCT-EDIT-STATUS.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN "ACCTHIST.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ACCOUNT-HISTORY-STATUS.
           SELECT RECON-CONTROL-FILE ASSIGN "RECONCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECON-CONTROL-STATUS.
           SELECT BATCH-LOG-FILE ASSIGN "GLBATLOG.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS BATCH-LOG-STATUS.
           SELECT REJECT-FILE ASSIGN "REJECTS.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS REJECT-STATUS.
           SELECT OPS-HISTORY-FILE ASSIGN "OPSHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPS-HISTORY-STATUS.
           SELECT SUMMARY-REPORT ASSIGN "OPSRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    RUN CONTROL -- THE PROCESSING DATE AND A STATUS/DATE PAIR
      *    PER STEP OF THE DAILY CYCLE, AS KEPT BY RUNCTL
       FD  RUN-CONTROL-FILE
       01  RUN-CONTROL-RECORD
        03 RC-PROCESS-DATE PIC 9(8).
        03 RC-STEP-TABLE.
         05 RC-STEP OCCURS 8 TIMES.
          07 RC-STEP-STATUS PIC X(1).
          07 RC-STEP-DATE   PIC 9(8).
      *    INPUT EDIT CONTROL -- THE INPUTEDIT RUN'S COUNTS
       FD  INPUT-EDIT-CONTROL
       01  INPUT-EDIT-RECORD
        03 ECL-PROCESS-DATE PIC 9(8).
        03 ECL-RUN-DATE     PIC 9(8).
        03 ECL-READ         PIC 9(6).
        03 ECL-RECYCLED     PIC 9(6).
        03 ECL-ACCEPTED     PIC 9(6).
        03 ECL-REJECTED     PIC 9(6).
      *    BACKUP CATALOG -- ONE ENTRY PER GENERATION SLOT OF EACH
      *    MASTER, AS WRITTEN BY PROGRAM2 AND ACCTPOST
       FD  BACKUP-CATALOG
       01  CATALOG-RECORD
        03 CAT-MASTER       PIC X(8).
        03 CAT-SLOT         PIC 9(1).
        03 CAT-GENERATION   PIC 9(6).
        03 CAT-STATUS       PIC X(1).
        03 CAT-PROCESS-DATE PIC 9(8).
        03 CAT-TAKEN-DATE   PIC 9(8).
        03 CAT-TAKEN-TIME   PIC 9(6).
        03 CAT-STEP         PIC X(8).
        03 CAT-RECORDS      PIC 9(7).
      *    AUDIT FILE INFO -- LAYOUT MATCHES THE RECORD PROGRAM2 WRITES
       FD  AUDIT-FILE
       01  AUDIT-RECORD
        03 AUD-RUN-DATE     PIC 9(8).
        03 AUD-ACTION       PIC X.
        03 AUD-EMPLOYEE-NO  PIC 9(6).
        03 AUD-BEFORE-IMAGE PIC X(46).
        03 AUD-AFTER-IMAGE  PIC X(46).
        03 AUD-OPERATOR     PIC X(8).
        03 AUD-TIME         PIC 9(6).
      *    ACCOUNT EDIT CONTROL -- THE ACCTEDIT RUN'S AMOUNTS
       FD  ACCT-EDIT-CONTROL
       01  ACCT-EDIT-RECORD
        03 ECT-RUN-DATE        PIC 9(8).
        03 ECT-SESSION-COUNT   PIC 9(6).
        03 ECT-SESSION-TOTAL   PIC S9(11)V99.
        03 ECT-SUSPENDED-COUNT PIC 9(6).
        03 ECT-SUSPENDED-TOTAL PIC S9(11)V99.
        03 ECT-RELEASED-COUNT  PIC 9(6).
        03 ECT-RELEASED-TOTAL  PIC S9(11)V99.
        03 ECT-POSTING-COUNT   PIC 9(6).
        03 ECT-POSTING-TOTAL   PIC S9(11)V99.
        03 ECT-PAYROLL-COUNT   PIC 9(6).
        03 ECT-PAYROLL-TOTAL   PIC S9(11)V99.
      *    ACCOUNT HISTORY -- ONE ENTRY PER POSTING APPLIED BY ACCTPOST
       FD  ACCOUNT-HISTORY-FILE
       01  ACCOUNT-HISTORY-RECORD
        03 HIST-ACCT-NO     PIC 9(12)V9(3).
        03 HIST-POST-DATE   PIC 9(8).
        03 HIST-TYPE-CODE   PIC 9(2).
        03 HIST-KIND-CODE   PIC 9(3).
        03 HIST-ACTION      PIC X(1).
        03 HIST-AMOUNT      PIC S9(9)V99.
        03 HIST-NEW-BALANCE PIC S9(11)V99.
      *    RECON CONTROL -- ACCTRECON'S VERDICT AND DISCREPANCIES
       FD  RECON-CONTROL-FILE
       01  RECON-CONTROL-RECORD
        03 RCT-PROCESS-DATE     PIC 9(8).
        03 RCT-RUN-DATE         PIC 9(8).
        03 RCT-RESULT           PIC X(1).
        03 RCT-ACCTFILE-TOTAL   PIC S9(11)V99.
        03 RCT-REGISTER-DIFF    PIC S9(11)V99.
        03 RCT-ACCOUNTED-DIFF   PIC S9(11)V99.
        03 RCT-MOVEMENT-DIFF    PIC S9(11)V99.
        03 RCT-MOVEMENT-CHECKED PIC X(1).
      *    GL BATCH LOG -- ONE RECORD PER EXTRACT SENT, AS KEPT BY
      *    GLEXTRACT AND ANSWERED BY GLACK
       FD  BATCH-LOG-FILE
       01  BATCH-LOG-RECORD
        03 BAT-BATCH-NO     PIC 9(6).
        03 BAT-SENT-DATE    PIC 9(8).
        03 BAT-DETAIL-COUNT PIC 9(6).
        03 BAT-HASH-TOTAL   PIC S9(13)V9(2).
        03 BAT-ACK-STATUS   PIC X(1).
        03 BAT-ACK-DATE     PIC 9(8).
      *    REJECT FILE INFO -- OUTSTANDING EDIT REJECTS
       FD  REJECT-FILE
       01  REJECT-RECORD
        03 REJ-INPUT-RECORD PIC X(54).
        03 REJ-REASON-CODES.
         05 REJ-REASON OCCURS 6 TIMES PIC X(2).
        03 REJ-DATE         PIC 9(8).
      *    OPERATIONS HISTORY -- ONE RECORD PER PROCESSING DATE.
      *    RECON RESULT "B" BALANCED, "O" OUT, "N" NOT RUN.  GL ACK
      *    "A" ACCEPTED, "R" REJECTED, "W" AWAITING, "N" NO BATCH.
      *    VERDICT "K" OK, "A" ATTENTION.
       FD  OPS-HISTORY-FILE
       01  OPS-HISTORY-RECORD
        03 OPH-PROCESS-DATE    PIC 9(8).
        03 OPH-RUN-DATE        PIC 9(8).
        03 OPH-STEPS-COMPLETE  PIC 9(1).
        03 OPH-EDIT-READ       PIC 9(6).
        03 OPH-EDIT-REJECTED   PIC 9(6).
        03 OPH-MASTER-ADDS     PIC 9(6).
        03 OPH-MASTER-CHANGES  PIC 9(6).
        03 OPH-ACCTS-POSTED    PIC 9(6).
        03 OPH-POSTED-TOTAL    PIC S9(11)V99.
        03 OPH-RECON-RESULT    PIC X(1).
        03 OPH-RECON-DIFF      PIC S9(11)V99.
        03 OPH-GL-BATCH        PIC 9(6).
        03 OPH-GL-ACK          PIC X(1).
        03 OPH-OLD-REJECTS     PIC 9(6).
        03 OPH-VERDICT         PIC X(1).
        03 OPH-ATTENTION-ITEMS PIC 9(2).
      *    OPERATIONS SUMMARY REPORT
       FD  SUMMARY-REPORT
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  RUN-CONTROL-STATUS PIC X(02) VALUE SPACES.
        88 RUN-CONTROL-OK VALUE "00".
       01  INPUT-EDIT-STATUS PIC X(02) VALUE SPACES.
        88 INPUT-EDIT-OK VALUE "00".
       01  CATALOG-STATUS PIC X(02) VALUE SPACES.
        88 CATALOG-OK VALUE "00".
       01  AUDIT-STATUS PIC X(02) VALUE SPACES.
        88 AUDIT-FILE-OK VALUE "00".
       01  ACCT-EDIT-STATUS PIC X(02) VALUE SPACES.
        88 ACCT-EDIT-OK VALUE "00".
       01  ACCOUNT-HISTORY-STATUS PIC X(02) VALUE SPACES.
        88 ACCOUNT-HISTORY-OK VALUE "00".
       01  RECON-CONTROL-STATUS PIC X(02) VALUE SPACES.
        88 RECON-CONTROL-OK VALUE "00".
       01  BATCH-LOG-STATUS PIC X(02) VALUE SPACES.
        88 BATCH-LOG-OK VALUE "00".
       01  REJECT-STATUS PIC X(02) VALUE SPACES.
        88 REJECT-FILE-OK VALUE "00".
       01  OPS-HISTORY-STATUS PIC X(02) VALUE SPACES.
        88 OPS-HISTORY-OK        VALUE "00".
        88 OPS-HISTORY-NOT-FOUND VALUE "35".
       01  SUMMARY-STATUS PIC X(02) VALUE SPACES.

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.
        88 NOT-END-OF-FILE VALUE 0.

      *    SET WHEN A CONTROL RECORD WAS READ AT ALL, AND WHEN IT WAS
      *    LEFT FOR TODAY'S PROCESSING DATE
       01  RECORD-READ-SWITCH PIC 9 VALUE 0.
        88 RECORD-READ VALUE 1.
       01  CONTROL-DATE PIC 9(8) VALUE 0.
       01  INPUT-EDIT-SWITCH PIC 9 VALUE 0.
        88 INPUT-EDIT-FOUND VALUE 1.
       01  ACCT-EDIT-SWITCH PIC 9 VALUE 0.
        88 ACCT-EDIT-FOUND VALUE 1.
       01  RECON-SWITCH PIC 9 VALUE 0.
        88 RECON-FOUND VALUE 1.
       01  MASTER-RUN-SWITCH PIC 9 VALUE 0.
        88 MASTER-RUN-FOUND VALUE 1.
       01  GL-BATCH-SWITCH PIC 9 VALUE 0.
        88 GL-BATCH-FOUND VALUE 1.

       01  RUN-DATE PIC 9(8).
       01  PROCESS-DATE PIC 9(8) VALUE 0.
       01  PROCESS-DATE-PARTS REDEFINES PROCESS-DATE.
        03 PROCESS-MONTH PIC 9(6).
        03 PROCESS-DAY   PIC 9(2).

      *    THE DAILY CYCLE AS RUNCTL KEEPS IT.  PAYROLL (STEP 8) IS
      *    DATED WITH ITS PAY PERIOD END AND IS NOT CHECKED DAILY.
       01  STEP-STATUS-TABLE.
        03 STEP-ITEM OCCURS 8 TIMES.
         05 STEP-STATUS PIC X(1).
          88 STEP-PENDING  VALUE " ".
          88 STEP-STARTED  VALUE "S".
          88 STEP-COMPLETE VALUE "C".
         05 STEP-DATE   PIC 9(8).
       01  STEP-NAME-TABLE.
        03 FILLER PIC X(12) VALUE "INPUTEDIT".
        03 FILLER PIC X(12) VALUE "PROGRAM2".
        03 FILLER PIC X(12) VALUE "CIEXERCISE1".
        03 FILLER PIC X(12) VALUE "ACCTEDIT".
        03 FILLER PIC X(12) VALUE "ACCTPOST".
        03 FILLER PIC X(12) VALUE "GLEXTRACT".
        03 FILLER PIC X(12) VALUE "ACCTRECON".
        03 FILLER PIC X(12) VALUE "PAYROLL".
       01  STEP-NAMES REDEFINES STEP-NAME-TABLE.
        03 STEP-NAME PIC X(12) OCCURS 8 TIMES.
       01  DAILY-STEPS PIC 9(2) VALUE 7.
       01  STEP-INDEX  PIC 9(2) VALUE 0.
       01  STEP-NUMBER PIC 9(1) VALUE 0.
       01  STEPS-COMPLETE PIC 9(1) VALUE 0.
      *    ONE SWITCH PER STEP -- COMPLETE FOR TODAY'S PROCESSING DATE
       01  STEP-DONE-TABLE.
        03 STEP-DONE-SWITCH PIC 9 OCCURS 8 TIMES.

      *    PROGRAM2'S RUN FOR THE DATE IS BRACKETED BY THE TIME ITS
      *    BACKUP GENERATION WAS TAKEN AND THE TIME THE NEXT ONE WAS
       01  BATCH-OPERATOR    PIC X(8) VALUE "*BATCH* ".
       01  BACKUP-MASTER     PIC X(8) VALUE "EMPLOYEE".
       01  BACKUP-STEP       PIC X(8) VALUE "PROGRAM2".
       01  MASTER-GENERATION PIC 9(6) VALUE 0.
       01  NEXT-GENERATION   PIC 9(6) VALUE 999999.
       01  MASTER-RUN-DATE   PIC 9(8) VALUE 0.
       01  FROM-STAMP        PIC 9(14) VALUE 0.
       01  TO-STAMP          PIC 9(14) VALUE 99999999999999.
       01  AUDIT-STAMP       PIC 9(14) VALUE 0.

       01  AGE-WORK.
        03 PROCESS-DATE-INT PIC 9(7) VALUE 0.
        03 AGE-DAYS         PIC S9(5) VALUE 0.
       01  REJECT-AGE-LIMIT PIC 9(2) VALUE 5.
       01  GL-AGE-LIMIT     PIC 9(2) VALUE 2.

       01  DAY-FIGURES.
        03 MASTER-ADDS        PIC 9(6) VALUE 0.
        03 MASTER-CHANGES     PIC 9(6) VALUE 0.
        03 MASTER-SALARY-CHGS PIC 9(6) VALUE 0.
        03 ACCOUNTS-ADDED     PIC 9(6) VALUE 0.
        03 ACCOUNTS-UPDATED   PIC 9(6) VALUE 0.
        03 ACCOUNTS-POSTED    PIC 9(6) VALUE 0.
        03 POSTED-TOTAL       PIC S9(11)V99 VALUE 0.
        03 NOT-POSTED-COUNT   PIC S9(6) VALUE 0.
        03 NOT-POSTED-TOTAL   PIC S9(11)V99 VALUE 0.
        03 RECON-OUT-BY       PIC S9(11)V99 VALUE 0.
        03 GL-BATCH-NO        PIC 9(6) VALUE 0.
        03 GL-DETAIL-COUNT    PIC 9(6) VALUE 0.
        03 GL-HASH-TOTAL      PIC S9(13)V99 VALUE 0.
        03 GL-ACK-STATUS      PIC X(1) VALUE SPACE.
        03 GL-ACK-DATE        PIC 9(8) VALUE 0.
        03 GL-OVERDUE         PIC 9(6) VALUE 0.
        03 REJECTS-OUTSTANDING PIC 9(6) VALUE 0.
        03 REJECTS-OVERAGE    PIC 9(6) VALUE 0.

      *    EVERY ITEM NEEDING FOLLOW-UP, PRINTED UNDER THE VERDICT
       01  ATTENTION-COUNT PIC 9(2) VALUE 0.
       01  ATTENTION-INDEX PIC 9(2) VALUE 0.
       01  ATTENTION-TEXT  PIC X(70).
       01  ATTENTION-TABLE.
        03 ATTENTION-ITEM PIC X(70) OCCURS 30 TIMES.
       01  ATTENTION-COUNT-LINE.
        03 ACL-COUNT PIC ZZZ,ZZ9.
        03 FILLER    PIC X(1) VALUE SPACE.
        03 ACL-TEXT  PIC X(62).

      *    TODAY'S ENTRY FOR THE OPERATIONS HISTORY
       01  TODAY-HISTORY.
        03 TDY-PROCESS-DATE    PIC 9(8).
        03 TDY-RUN-DATE        PIC 9(8).
        03 TDY-STEPS-COMPLETE  PIC 9(1).
        03 TDY-EDIT-READ       PIC 9(6).
        03 TDY-EDIT-REJECTED   PIC 9(6).
        03 TDY-MASTER-ADDS     PIC 9(6).
        03 TDY-MASTER-CHANGES  PIC 9(6).
        03 TDY-ACCTS-POSTED    PIC 9(6).
        03 TDY-POSTED-TOTAL    PIC S9(11)V99.
        03 TDY-RECON-RESULT    PIC X(1).
        03 TDY-RECON-DIFF      PIC S9(11)V99.
        03 TDY-GL-BATCH        PIC 9(6).
        03 TDY-GL-ACK          PIC X(1).
        03 TDY-OLD-REJECTS     PIC 9(6).
        03 TDY-VERDICT         PIC X(1).
        03 TDY-ATTENTION-ITEMS PIC 9(2).

      *    THE ROLLING HISTORY, OLDEST FIRST.  ONE SPARE ENTRY HOLDS
      *    THE 32ND DATE UNTIL THE OLDEST IS DROPPED.
       01  HISTORY-KEEP  PIC 9(2) VALUE 31.
       01  HISTORY-COUNT PIC 9(2) VALUE 0.
       01  HISTORY-INDEX PIC 9(2) VALUE 0.
       01  HISTORY-NEXT  PIC 9(2) VALUE 0.
       01  HISTORY-TABLE.
        03 HISTORY-ENTRY OCCURS 32 TIMES.
         05 HTB-PROCESS-DATE    PIC 9(8).
         05 HTB-PROCESS-PARTS REDEFINES HTB-PROCESS-DATE.
          07 HTB-PROCESS-MONTH  PIC 9(6).
          07 HTB-PROCESS-DAY    PIC 9(2).
         05 HTB-RUN-DATE        PIC 9(8).
         05 HTB-STEPS-COMPLETE  PIC 9(1).
         05 HTB-EDIT-READ       PIC 9(6).
         05 HTB-EDIT-REJECTED   PIC 9(6).
         05 HTB-MASTER-ADDS     PIC 9(6).
         05 HTB-MASTER-CHANGES  PIC 9(6).
         05 HTB-ACCTS-POSTED    PIC 9(6).
         05 HTB-POSTED-TOTAL    PIC S9(11)V99.
         05 HTB-RECON-RESULT    PIC X(1).
         05 HTB-RECON-DIFF      PIC S9(11)V99.
         05 HTB-GL-BATCH        PIC 9(6).
         05 HTB-GL-ACK          PIC X(1).
         05 HTB-OLD-REJECTS     PIC 9(6).
         05 HTB-VERDICT         PIC X(1).
         05 HTB-ATTENTION-ITEMS PIC 9(2).

       01  MONTH-TOTALS.
        03 MTD-DAYS        PIC 9(3) VALUE 0.
        03 MTD-EDIT-READ   PIC 9(7) VALUE 0.
        03 MTD-REJECTED    PIC 9(7) VALUE 0.
        03 MTD-ADDS        PIC 9(7) VALUE 0.
        03 MTD-CHANGES     PIC 9(7) VALUE 0.
        03 MTD-POSTED      PIC 9(7) VALUE 0.
        03 MTD-POSTED-TOTAL PIC S9(13)V99 VALUE 0.
        03 MTD-OUT-OF-BALANCE PIC 9(3) VALUE 0.
        03 MTD-ATTENTION   PIC 9(3) VALUE 0.

       01  REPORT-HEADING-LINE.
           03  FILLER     PIC X(43)
               VALUE "MORNING OPERATIONS SUMMARY -- PROCESS DATE ".
           03  RHL-PROCESS-DATE PIC 9(8).
           03  FILLER     PIC X(6) VALUE "  RUN ".
           03  RHL-RUN-DATE PIC 9(8).

       01  REPORT-TEXT-LINE.
           03  RXL-TEXT PIC X(100).

       01  STEP-LINE.
           03  FILLER     PIC X(2) VALUE SPACES.
           03  STL-NUMBER PIC 9(1).
           03  FILLER     PIC X(1) VALUE SPACES.
           03  STL-NAME   PIC X(12).
           03  FILLER     PIC X(2) VALUE SPACES.
           03  STL-STATUS PIC X(8).
           03  FILLER     PIC X(2) VALUE SPACES.
           03  STL-DATE   PIC X(8).
           03  FILLER     PIC X(2) VALUE SPACES.
           03  STL-NOTE   PIC X(40).

       01  COUNT-LINE.
           03  FILLER     PIC X(4) VALUE SPACES.
           03  CNL-LABEL  PIC X(32).
           03  CNL-COUNT  PIC ZZZ,ZZ9-.

       01  COUNT-AMOUNT-LINE.
           03  FILLER     PIC X(4) VALUE SPACES.
           03  CAL-LABEL  PIC X(32).
           03  CAL-COUNT  PIC ZZZ,ZZ9-.
           03  FILLER     PIC X(2) VALUE SPACES.
           03  CAL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  AMOUNT-LINE.
           03  FILLER     PIC X(4) VALUE SPACES.
           03  AML-LABEL  PIC X(32).
           03  FILLER     PIC X(10) VALUE SPACES.
           03  AML-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  VALUE-LINE.
           03  FILLER     PIC X(4) VALUE SPACES.
           03  VAL-LABEL  PIC X(32).
           03  VAL-TEXT   PIC X(60).

       01  ATTENTION-LINE.
           03  FILLER     PIC X(4) VALUE "  * ".
           03  ATL-TEXT   PIC X(70).

       01  HISTORY-HEADING-1.
           03  FILLER PIC X(8)  VALUE "PROCESS".
           03  FILLER PIC X(5)  VALUE "STEPS".
           03  FILLER PIC X(8)  VALUE "    EDIT".
           03  FILLER PIC X(8)  VALUE "    EDIT".
           03  FILLER PIC X(8)  VALUE "  MASTER".
           03  FILLER PIC X(8)  VALUE "  MASTER".
           03  FILLER PIC X(8)  VALUE "   ACCTS".
           03  FILLER PIC X(16) VALUE "          POSTED".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(18) VALUE "RECONCILIATION".
           03  FILLER PIC X(8)  VALUE "      GL".
           03  FILLER PIC X(5)  VALUE " ACK".
           03  FILLER PIC X(8)  VALUE "     OLD".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(7)  VALUE "VERDICT".

       01  HISTORY-HEADING-2.
           03  FILLER PIC X(8)  VALUE "DATE".
           03  FILLER PIC X(5)  VALUE SPACES.
           03  FILLER PIC X(8)  VALUE "    READ".
           03  FILLER PIC X(8)  VALUE "  REJECT".
           03  FILLER PIC X(8)  VALUE "    ADDS".
           03  FILLER PIC X(8)  VALUE " CHANGES".
           03  FILLER PIC X(8)  VALUE "  POSTED".
           03  FILLER PIC X(16) VALUE "           TOTAL".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(18) VALUE "        DIFFERENCE".
           03  FILLER PIC X(8)  VALUE "   BATCH".
           03  FILLER PIC X(5)  VALUE SPACES.
           03  FILLER PIC X(8)  VALUE " REJECTS".

       01  HISTORY-DETAIL-LINE.
           03  HDL-DATE    PIC 9(8).
           03  FILLER      PIC X(2) VALUE SPACES.
           03  HDL-STEPS   PIC 9(1).
           03  FILLER      PIC X(2) VALUE "/7".
           03  FILLER      PIC X(1) VALUE SPACES.
           03  HDL-READ    PIC ZZZ,ZZ9.
           03  FILLER      PIC X(1) VALUE SPACES.
           03  HDL-REJECT  PIC ZZZ,ZZ9.
           03  FILLER      PIC X(1) VALUE SPACES.
           03  HDL-ADDS    PIC ZZZ,ZZ9.
           03  FILLER      PIC X(1) VALUE SPACES.
           03  HDL-CHANGES PIC ZZZ,ZZ9.
           03  FILLER      PIC X(1) VALUE SPACES.
           03  HDL-POSTED  PIC ZZZ,ZZ9.
           03  FILLER      PIC X(1) VALUE SPACES.
           03  HDL-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER      PIC X(2) VALUE SPACES.
           03  HDL-RECON   PIC X(3).
           03  HDL-DIFF    PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER      PIC X(2) VALUE SPACES.
           03  HDL-BATCH   PIC ZZZZZ9.
           03  FILLER      PIC X(1) VALUE SPACES.
           03  HDL-ACK     PIC X(4).
           03  FILLER      PIC X(1) VALUE SPACES.
           03  HDL-OLD     PIC ZZZ,ZZ9.
           03  FILLER      PIC X(2) VALUE SPACES.
           03  HDL-VERDICT PIC X(9).
           03  FILLER      PIC X(1) VALUE SPACES.
           03  HDL-ITEMS   PIC Z9.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM REPORT-STEPS-PARA.
           PERFORM REPORT-INPUT-EDIT-PARA.
           PERFORM REPORT-MASTER-PARA.
           PERFORM REPORT-POSTING-PARA.
           PERFORM REPORT-RECON-PARA.
           PERFORM REPORT-GL-PARA.
           PERFORM REPORT-REJECTS-PARA.
           PERFORM REPORT-VERDICT-PARA.
           PERFORM UPDATE-HISTORY-PARA.
           PERFORM REPORT-HISTORY-PARA.
           PERFORM TERMINATE-PARA.
           STOP RUN.

      *****************************************************************
      * THE SUMMARY IS FOR THE PROCESSING DATE ON RUNCTL.DAT -- WITH  *
      * NO RUN CONTROL THERE IS NOTHING TO SUMMARIZE.                 *
      *****************************************************************
       INITIALIZE-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-OK
               DISPLAY "ERROR OPENING RUNCTL.DAT: " RUN-CONTROL-STATUS
               DISPLAY "NO SUMMARY PRODUCED"
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 0 TO RC-PROCESS-DATE
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           IF RC-PROCESS-DATE = 0
               DISPLAY "NO PROCESSING DATE SET ON RUNCTL.DAT"
               DISPLAY "NO SUMMARY PRODUCED"
               STOP RUN
           END-IF.
           MOVE RC-PROCESS-DATE TO PROCESS-DATE.
           MOVE RC-STEP-TABLE TO STEP-STATUS-TABLE.
           COMPUTE PROCESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (PROCESS-DATE).
           OPEN OUTPUT SUMMARY-REPORT.
           MOVE PROCESS-DATE TO RHL-PROCESS-DATE.
           MOVE RUN-DATE     TO RHL-RUN-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.

       WRITE-BLANK-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-SECTION-PARA.
           PERFORM WRITE-BLANK-PARA.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.

       ADD-ATTENTION-PARA.
           ADD 1 TO ATTENTION-COUNT.
           IF ATTENTION-COUNT NOT > 30
               MOVE ATTENTION-TEXT TO ATTENTION-ITEM(ATTENTION-COUNT)
           END-IF.

      *    A COUNTED ITEM -- ACL-COUNT AND ACL-TEXT SET BY THE CALLER
       ADD-COUNTED-ATTENTION-PARA.
           MOVE ATTENTION-COUNT-LINE TO ATTENTION-TEXT.
           PERFORM ADD-ATTENTION-PARA.

      *****************************************************************
      * ONE LINE PER STEP.  A DAILY STEP IS ONLY DONE WHEN IT IS      *
      * COMPLETE AND DATED WITH TODAY'S PROCESSING DATE.              *
      *****************************************************************
       REPORT-STEPS-PARA.
           MOVE "DAILY CYCLE STEPS (RUNCTL.DAT)" TO RXL-TEXT.
           PERFORM WRITE-SECTION-PARA.
           MOVE 0 TO STEP-INDEX.
           PERFORM REPORT-ONE-STEP-PARA UNTIL STEP-INDEX = 8.

       REPORT-ONE-STEP-PARA.
           ADD 1 TO STEP-INDEX.
           MOVE 0 TO STEP-DONE-SWITCH(STEP-INDEX).
           MOVE STEP-INDEX TO STL-NUMBER.
           MOVE STEP-NAME(STEP-INDEX) TO STL-NAME.
           MOVE SPACES TO STL-NOTE.
           EVALUATE TRUE
               WHEN STEP-COMPLETE(STEP-INDEX)
                   MOVE "COMPLETE" TO STL-STATUS
               WHEN STEP-STARTED(STEP-INDEX)
                   MOVE "STARTED " TO STL-STATUS
               WHEN OTHER
                   MOVE "PENDING " TO STL-STATUS
           END-EVALUATE.
           IF STEP-DATE(STEP-INDEX) = 0
               MOVE SPACES TO STL-DATE
           ELSE
               MOVE STEP-DATE(STEP-INDEX) TO STL-DATE
           END-IF.
           IF STEP-INDEX > DAILY-STEPS
               MOVE "PAY PERIOD END - NOT CHECKED DAILY" TO STL-NOTE
           ELSE
               IF STEP-COMPLETE(STEP-INDEX)
                AND STEP-DATE(STEP-INDEX) = PROCESS-DATE
                   MOVE 1 TO STEP-DONE-SWITCH(STEP-INDEX)
                   ADD 1 TO STEPS-COMPLETE
               ELSE
                   MOVE "*** NOT DONE FOR THIS PROCESS DATE ***"
                       TO STL-NOTE
                   MOVE STEP-INDEX TO STEP-NUMBER
                   MOVE SPACES TO ATTENTION-TEXT
                   STRING "STEP " STEP-NUMBER " "
                       DELIMITED BY SIZE
                       STEP-NAME(STEP-INDEX) DELIMITED BY SPACE
                       " NOT COMPLETE FOR THE PROCESS DATE - "
                       DELIMITED BY SIZE
                       STL-STATUS DELIMITED BY SPACE
                       INTO ATTENTION-TEXT
                   END-STRING
                   PERFORM ADD-ATTENTION-PARA
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM STEP-LINE.

      *****************************************************************
      * INPUTEDIT -- RECORDS EDITED AND REJECTED, FROM EDITCTL.DAT.   *
      *****************************************************************
       REPORT-INPUT-EDIT-PARA.
           MOVE "EMPLOYEE INPUT EDIT (INPUTEDIT)" TO RXL-TEXT.
           PERFORM WRITE-SECTION-PARA.
           MOVE 0 TO RECORD-READ-SWITCH.
           OPEN INPUT INPUT-EDIT-CONTROL.
           IF INPUT-EDIT-OK
               READ INPUT-EDIT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO RECORD-READ-SWITCH
                       IF ECL-PROCESS-DATE = PROCESS-DATE
                           MOVE 1 TO INPUT-EDIT-SWITCH
                       END-IF
               END-READ
               CLOSE INPUT-EDIT-CONTROL
           END-IF.
           IF INPUT-EDIT-FOUND
               MOVE "RECORDS READ" TO CNL-LABEL
               MOVE ECL-READ TO CNL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
               MOVE "  RECYCLED FROM REJFIX" TO CNL-LABEL
               MOVE ECL-RECYCLED TO CNL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
               MOVE "RECORDS ACCEPTED" TO CNL-LABEL
               MOVE ECL-ACCEPTED TO CNL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
               MOVE "RECORDS REJECTED" TO CNL-LABEL
               MOVE ECL-REJECTED TO CNL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
               IF ECL-REJECTED > 0
                   MOVE ECL-REJECTED TO ACL-COUNT
                   MOVE "INPUT RECORDS REJECTED - SEE EDITRPT.DAT"
                       TO ACL-TEXT
                   PERFORM ADD-COUNTED-ATTENTION-PARA
               END-IF
           ELSE
               MOVE "INPUTEDIT" TO VAL-LABEL
               MOVE ECL-PROCESS-DATE TO CONTROL-DATE
               PERFORM NO-CONTROL-PARA
               IF STEP-DONE-SWITCH(1) = 1
                   MOVE "INPUTEDIT DONE - NO EDITCTL.DAT FOR THE DATE"
                       TO ATTENTION-TEXT
                   PERFORM ADD-ATTENTION-PARA
               END-IF
           END-IF.

      *    NO CONTROL RECORD FOR THE DATE -- SAY WHICH DATE THE ONE
      *    ON FILE WAS LEFT FOR, IF ANY.  VAL-LABEL AND CONTROL-DATE
      *    ARE SET BY THE CALLER.
       NO-CONTROL-PARA.
           IF RECORD-READ
               MOVE SPACES TO VAL-TEXT
               STRING "NOT RUN FOR THIS DATE - LAST RUN FOR "
                   CONTROL-DATE DELIMITED BY SIZE INTO VAL-TEXT
               END-STRING
           ELSE
               MOVE "NO CONTROL RECORD ON FILE" TO VAL-TEXT
           END-IF.
           WRITE REPORT-LINE FROM VALUE-LINE.

      *****************************************************************
      * PROGRAM2 -- MASTER ADDS AND CHANGES.  THE NIGHT'S RUN IS THE  *
      * ONE WHOSE COMPLETE EMPLOYEE BACKUP GENERATION ON BKUPCAT.DAT  *
      * IS FOR TODAY'S PROCESSING DATE (THE LATEST, IF IT WAS RERUN); *
      * ITS AUDIT RECORDS ARE THE BATCH ONES FROM THE TIME THAT COPY  *
      * WAS TAKEN UP TO THE NEXT GENERATION.  WITHOUT A CATALOG ENTRY *
      * THE BATCH AUDIT RECORDS DATED WITH THE PROCESSING DATE COUNT. *
      *****************************************************************
       REPORT-MASTER-PARA.
           MOVE "EMPLOYEE MASTER UPDATE (PROGRAM2)" TO RXL-TEXT.
           PERFORM WRITE-SECTION-PARA.
           PERFORM FIND-MASTER-RUN-PARA.
           IF MASTER-RUN-FOUND
               PERFORM FIND-NEXT-RUN-PARA
           ELSE
               COMPUTE FROM-STAMP = PROCESS-DATE * 1000000
               COMPUTE TO-STAMP = (PROCESS-DATE + 1) * 1000000
           END-IF.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-OK
               PERFORM COUNT-AUDIT-PARA UNTIL END-OF-FILE
               CLOSE AUDIT-FILE
           ELSE
               MOVE "AUDIT.DAT" TO VAL-LABEL
               MOVE "NOT AVAILABLE - ADDS AND CHANGES NOT COUNTED"
                   TO VAL-TEXT
               WRITE REPORT-LINE FROM VALUE-LINE
           END-IF.
           MOVE "RUN BRACKETED BY BACKUP" TO VAL-LABEL.
           IF MASTER-RUN-FOUND
               MOVE SPACES TO VAL-TEXT
               STRING "GENERATION " MASTER-GENERATION
                   " TAKEN " MASTER-RUN-DATE
                   DELIMITED BY SIZE INTO VAL-TEXT
               END-STRING
           ELSE
               MOVE "NONE FOR THE DATE - AUDIT DATED THE PROCESS DATE"
                   TO VAL-TEXT
           END-IF.
           WRITE REPORT-LINE FROM VALUE-LINE.
           MOVE "EMPLOYEES ADDED" TO CNL-LABEL.
           MOVE MASTER-ADDS TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "EMPLOYEES CHANGED" TO CNL-LABEL.
           MOVE MASTER-CHANGES TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "SALARY CHANGES" TO CNL-LABEL.
           MOVE MASTER-SALARY-CHGS TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

       FIND-MASTER-RUN-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT BACKUP-CATALOG.
           IF CATALOG-OK
               PERFORM CHECK-CATALOG-PARA UNTIL END-OF-FILE
               CLOSE BACKUP-CATALOG
           END-IF.

       CHECK-CATALOG-PARA.
           READ BACKUP-CATALOG
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF CAT-MASTER = BACKUP-MASTER
                    AND CAT-STEP = BACKUP-STEP
                    AND CAT-STATUS = "C"
                    AND CAT-PROCESS-DATE = PROCESS-DATE
                    AND CAT-GENERATION > MASTER-GENERATION
                       MOVE 1 TO MASTER-RUN-SWITCH
                       MOVE CAT-GENERATION TO MASTER-GENERATION
                       MOVE CAT-TAKEN-DATE TO MASTER-RUN-DATE
                       COMPUTE FROM-STAMP = CAT-TAKEN-DATE * 1000000
                           + CAT-TAKEN-TIME
                   END-IF
           END-READ.

      *    THE NEXT PROGRAM2 GENERATION, COMPLETE OR NOT, MARKS THE
      *    START OF THE FOLLOWING RUN
       FIND-NEXT-RUN-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT BACKUP-CATALOG.
           IF CATALOG-OK
               PERFORM CHECK-NEXT-RUN-PARA UNTIL END-OF-FILE
               CLOSE BACKUP-CATALOG
           END-IF.

       CHECK-NEXT-RUN-PARA.
           READ BACKUP-CATALOG
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF CAT-MASTER = BACKUP-MASTER
                    AND CAT-STEP = BACKUP-STEP
                    AND CAT-GENERATION > MASTER-GENERATION
                    AND CAT-GENERATION < NEXT-GENERATION
                       MOVE CAT-GENERATION TO NEXT-GENERATION
                       COMPUTE TO-STAMP = CAT-TAKEN-DATE * 1000000
                           + CAT-TAKEN-TIME
                   END-IF
           END-READ.

       COUNT-AUDIT-PARA.
           READ AUDIT-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF AUD-OPERATOR = BATCH-OPERATOR
                       COMPUTE AUDIT-STAMP = AUD-RUN-DATE * 1000000
                           + AUD-TIME
                       IF AUDIT-STAMP NOT < FROM-STAMP
                        AND AUDIT-STAMP < TO-STAMP
                           PERFORM TALLY-AUDIT-PARA
                       END-IF
                   END-IF
           END-READ.

       TALLY-AUDIT-PARA.
           EVALUATE AUD-ACTION
               WHEN "A"
                   ADD 1 TO MASTER-ADDS
               WHEN "C"
                   ADD 1 TO MASTER-CHANGES
               WHEN "S"
                   ADD 1 TO MASTER-SALARY-CHGS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * ACCTEDIT AND ACCTPOST.  ACCTECTL.DAT GIVES WHAT WAS PASSED TO *
      * POSTING; THE DAY'S ACCTHIST.DAT ENTRIES GIVE WHAT ACCTPOST    *
      * ACTUALLY APPLIED.  THE DIFFERENCE IS WHAT IT TURNED AWAY.     *
      * ACCTHIST IS IN POSTING ORDER, SO A ROLLBACK ("B") DATED TODAY *
      * UNDOES WHAT WAS COUNTED BEFORE IT -- ONLY THE POSTINGS SINCE  *
      * THE LAST ROLLBACK, THE RERUN, ARE COUNTED.                    *
      *****************************************************************
       REPORT-POSTING-PARA.
           MOVE "ACCOUNT EDIT AND POSTING (ACCTEDIT / ACCTPOST)"
               TO RXL-TEXT.
           PERFORM WRITE-SECTION-PARA.
           MOVE 0 TO RECORD-READ-SWITCH.
           OPEN INPUT ACCT-EDIT-CONTROL.
           IF ACCT-EDIT-OK
               READ ACCT-EDIT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO RECORD-READ-SWITCH
                       IF ECT-RUN-DATE = PROCESS-DATE
                           MOVE 1 TO ACCT-EDIT-SWITCH
                       END-IF
               END-READ
               CLOSE ACCT-EDIT-CONTROL
           END-IF.
           IF ACCT-EDIT-FOUND
               MOVE "SESSION RECORDS EDITED" TO CAL-LABEL
               MOVE ECT-SESSION-COUNT TO CAL-COUNT
               MOVE ECT-SESSION-TOTAL TO CAL-AMOUNT
               WRITE REPORT-LINE FROM COUNT-AMOUNT-LINE
               MOVE "  HELD IN SUSPENSE" TO CAL-LABEL
               MOVE ECT-SUSPENDED-COUNT TO CAL-COUNT
               MOVE ECT-SUSPENDED-TOTAL TO CAL-AMOUNT
               WRITE REPORT-LINE FROM COUNT-AMOUNT-LINE
               MOVE "RELEASED FROM SUSPENSE" TO CAL-LABEL
               MOVE ECT-RELEASED-COUNT TO CAL-COUNT
               MOVE ECT-RELEASED-TOTAL TO CAL-AMOUNT
               WRITE REPORT-LINE FROM COUNT-AMOUNT-LINE
               MOVE "PAYROLL POSTINGS" TO CAL-LABEL
               MOVE ECT-PAYROLL-COUNT TO CAL-COUNT
               MOVE ECT-PAYROLL-TOTAL TO CAL-AMOUNT
               WRITE REPORT-LINE FROM COUNT-AMOUNT-LINE
               MOVE "PASSED TO POSTING" TO CAL-LABEL
               MOVE ECT-POSTING-COUNT TO CAL-COUNT
               MOVE ECT-POSTING-TOTAL TO CAL-AMOUNT
               WRITE REPORT-LINE FROM COUNT-AMOUNT-LINE
               IF ECT-SUSPENDED-COUNT > 0
                   MOVE ECT-SUSPENDED-COUNT TO ACL-COUNT
                   MOVE "ACCOUNTS IN SUSPENSE - SEE ACCTERPT.DAT"
                       TO ACL-TEXT
                   PERFORM ADD-COUNTED-ATTENTION-PARA
               END-IF
           ELSE
               MOVE "ACCTEDIT" TO VAL-LABEL
               MOVE ECT-RUN-DATE TO CONTROL-DATE
               PERFORM NO-CONTROL-PARA
               IF STEP-DONE-SWITCH(4) = 1
                   MOVE "ACCTEDIT DONE - NO ACCTECTL.DAT FOR THE DATE"
                       TO ATTENTION-TEXT
                   PERFORM ADD-ATTENTION-PARA
               END-IF
           END-IF.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF ACCOUNT-HISTORY-OK
               PERFORM COUNT-HISTORY-PARA UNTIL END-OF-FILE
               CLOSE ACCOUNT-HISTORY-FILE
           ELSE
               MOVE "ACCTHIST.DAT" TO VAL-LABEL
               MOVE "NOT AVAILABLE - POSTINGS NOT COUNTED" TO VAL-TEXT
               WRITE REPORT-LINE FROM VALUE-LINE
           END-IF.
           ADD ACCOUNTS-ADDED ACCOUNTS-UPDATED GIVING ACCOUNTS-POSTED.
           MOVE "ACCOUNTS ADDED" TO CNL-LABEL.
           MOVE ACCOUNTS-ADDED TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "ACCOUNTS UPDATED" TO CNL-LABEL.
           MOVE ACCOUNTS-UPDATED TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "ACCOUNTS POSTED / POSTED TOTAL" TO CAL-LABEL.
           MOVE ACCOUNTS-POSTED TO CAL-COUNT.
           MOVE POSTED-TOTAL TO CAL-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-AMOUNT-LINE.
      *    ONLY A FINISHED POSTING RUN CAN BE HELD TO THE EDIT FIGURES
           IF ACCT-EDIT-FOUND AND STEP-DONE-SWITCH(5) = 1
               COMPUTE NOT-POSTED-COUNT =
                   ECT-POSTING-COUNT - ACCOUNTS-POSTED
               COMPUTE NOT-POSTED-TOTAL =
                   ECT-POSTING-TOTAL - POSTED-TOTAL
               MOVE "NOT POSTED (SEE POSTRPT.DAT)" TO CAL-LABEL
               MOVE NOT-POSTED-COUNT TO CAL-COUNT
               MOVE NOT-POSTED-TOTAL TO CAL-AMOUNT
               WRITE REPORT-LINE FROM COUNT-AMOUNT-LINE
               IF NOT-POSTED-COUNT NOT = 0
                OR NOT-POSTED-TOTAL NOT = 0
                   MOVE NOT-POSTED-COUNT TO ACL-COUNT
                   MOVE "POSTINGS NOT APPLIED - SEE POSTRPT.DAT"
                       TO ACL-TEXT
                   PERFORM ADD-COUNTED-ATTENTION-PARA
               END-IF
           END-IF.

       COUNT-HISTORY-PARA.
           READ ACCOUNT-HISTORY-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF HIST-POST-DATE = PROCESS-DATE
                       EVALUATE HIST-ACTION
                           WHEN "A"
                               ADD 1 TO ACCOUNTS-ADDED
                               ADD HIST-AMOUNT TO POSTED-TOTAL
                           WHEN "U"
                               ADD 1 TO ACCOUNTS-UPDATED
                               ADD HIST-AMOUNT TO POSTED-TOTAL
                           WHEN "B"
                               MOVE 0 TO ACCOUNTS-ADDED
                               MOVE 0 TO ACCOUNTS-UPDATED
                               MOVE 0 TO POSTED-TOTAL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *****************************************************************
      * ACCTRECON -- BALANCED, OR OUT BY HOW MUCH, FROM RECONCTL.DAT. *
      * THE HISTORY CARRIES THE FIRST DISCREPANCY ACCTRECON PRINTS.   *
      *****************************************************************
       REPORT-RECON-PARA.
           MOVE "END-OF-DAY RECONCILIATION (ACCTRECON)" TO RXL-TEXT.
           PERFORM WRITE-SECTION-PARA.
           MOVE 0 TO RECORD-READ-SWITCH.
           OPEN INPUT RECON-CONTROL-FILE.
           IF RECON-CONTROL-OK
               READ RECON-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO RECORD-READ-SWITCH
                       IF RCT-PROCESS-DATE = PROCESS-DATE
                           MOVE 1 TO RECON-SWITCH
                       END-IF
               END-READ
               CLOSE RECON-CONTROL-FILE
           END-IF.
           IF NOT RECON-FOUND
               MOVE "ACCTRECON" TO VAL-LABEL
               MOVE RCT-PROCESS-DATE TO CONTROL-DATE
               PERFORM NO-CONTROL-PARA
               IF STEP-DONE-SWITCH(7) = 1
                   MOVE "ACCTRECON DONE - NO RECONCTL.DAT FOR THE DATE"
                       TO ATTENTION-TEXT
                   PERFORM ADD-ATTENTION-PARA
               END-IF
           ELSE
               PERFORM REPORT-RECON-FIGURES-PARA
           END-IF.

       REPORT-RECON-FIGURES-PARA.
           MOVE "RESULT" TO VAL-LABEL.
           IF RCT-RESULT = "O"
               MOVE "*** OUT OF BALANCE ***" TO VAL-TEXT
               MOVE "RECONCILIATION OUT OF BALANCE - SEE RECONRPT.DAT"
                   TO ATTENTION-TEXT
               PERFORM ADD-ATTENTION-PARA
           ELSE
               MOVE "IN BALANCE" TO VAL-TEXT
           END-IF.
           WRITE REPORT-LINE FROM VALUE-LINE.
           MOVE "ACCTFILE BALANCE SUM" TO AML-LABEL.
           MOVE RCT-ACCTFILE-TOTAL TO AML-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "OUT BY - ACCTFILE VS REGISTER" TO AML-LABEL.
           MOVE RCT-REGISTER-DIFF TO AML-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "OUT BY - VS POSTED + SUSPENSE" TO AML-LABEL.
           MOVE RCT-ACCOUNTED-DIFF TO AML-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           IF RCT-MOVEMENT-CHECKED = "Y"
               MOVE "OUT BY - VS TOTALS MOVEMENT" TO AML-LABEL
               MOVE RCT-MOVEMENT-DIFF TO AML-AMOUNT
               WRITE REPORT-LINE FROM AMOUNT-LINE
           ELSE
               MOVE "OUT BY - VS TOTALS MOVEMENT" TO VAL-LABEL
               MOVE "NOT CHECKED - NO PRIOR TOTAL" TO VAL-TEXT
               WRITE REPORT-LINE FROM VALUE-LINE
           END-IF.
           EVALUATE TRUE
               WHEN RCT-REGISTER-DIFF NOT = 0
                   MOVE RCT-REGISTER-DIFF TO RECON-OUT-BY
               WHEN RCT-ACCOUNTED-DIFF NOT = 0
                   MOVE RCT-ACCOUNTED-DIFF TO RECON-OUT-BY
               WHEN RCT-MOVEMENT-CHECKED = "Y"
                   MOVE RCT-MOVEMENT-DIFF TO RECON-OUT-BY
               WHEN OTHER
                   MOVE 0 TO RECON-OUT-BY
           END-EVALUATE.

      *****************************************************************
      * GLEXTRACT -- THE LATEST BATCH SENT FOR THE PROCESSING DATE    *
      * AND ITS ACKNOWLEDGMENT, PLUS ANY EARLIER BATCH STILL          *
      * UNANSWERED MORE THAN TWO DAYS AFTER IT WAS SENT (THE SAME     *
      * RULE GLACK CHASES BY), AGED TO THE PROCESSING DATE.  TODAY'S  *
      * OWN BATCH AWAITING ITS ANSWER IS NORMAL.                      *
      *****************************************************************
       REPORT-GL-PARA.
           MOVE "GENERAL LEDGER EXTRACT (GLEXTRACT / GLACK)"
               TO RXL-TEXT.
           PERFORM WRITE-SECTION-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT BATCH-LOG-FILE.
           IF BATCH-LOG-OK
               PERFORM CHECK-BATCH-PARA UNTIL END-OF-FILE
               CLOSE BATCH-LOG-FILE
           END-IF.
           IF GL-BATCH-FOUND
               MOVE "BATCH NUMBER" TO VAL-LABEL
               MOVE GL-BATCH-NO TO VAL-TEXT
               WRITE REPORT-LINE FROM VALUE-LINE
               MOVE "DETAILS / HASH TOTAL" TO CAL-LABEL
               MOVE GL-DETAIL-COUNT TO CAL-COUNT
               MOVE GL-HASH-TOTAL TO CAL-AMOUNT
               WRITE REPORT-LINE FROM COUNT-AMOUNT-LINE
               MOVE "ACKNOWLEDGMENT" TO VAL-LABEL
               MOVE SPACES TO VAL-TEXT
               EVALUATE GL-ACK-STATUS
                   WHEN SPACE
                       MOVE "AWAITING ANSWER FROM THE LEDGER"
                           TO VAL-TEXT
                   WHEN "A"
                       STRING "ACCEPTED " GL-ACK-DATE
                           DELIMITED BY SIZE INTO VAL-TEXT
                       END-STRING
                   WHEN OTHER
                       STRING "*** REJECTED *** " GL-ACK-DATE
                           DELIMITED BY SIZE INTO VAL-TEXT
                       END-STRING
                       MOVE SPACES TO ATTENTION-TEXT
                       STRING "GL BATCH " GL-BATCH-NO
                           " REJECTED BY THE LEDGER - SEE GLACKRPT.DAT"
                           DELIMITED BY SIZE INTO ATTENTION-TEXT
                       END-STRING
                       PERFORM ADD-ATTENTION-PARA
               END-EVALUATE
               WRITE REPORT-LINE FROM VALUE-LINE
           ELSE
               MOVE "BATCH NUMBER" TO VAL-LABEL
               MOVE "NO BATCH LOGGED FOR THIS PROCESS DATE" TO VAL-TEXT
               WRITE REPORT-LINE FROM VALUE-LINE
               IF STEP-DONE-SWITCH(6) = 1
                   MOVE "GLEXTRACT DONE - NO BATCH ON GLBATLOG.DAT"
                       TO ATTENTION-TEXT
                   PERFORM ADD-ATTENTION-PARA
               END-IF
           END-IF.
           MOVE "EARLIER BATCHES OVER 2 DAYS" TO CNL-LABEL.
           MOVE GL-OVERDUE TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           IF GL-OVERDUE > 0
               MOVE GL-OVERDUE TO ACL-COUNT
               MOVE "GL BATCHES UNANSWERED OVER 2 DAYS - GLACKRPT.DAT"
                   TO ACL-TEXT
               PERFORM ADD-COUNTED-ATTENTION-PARA
           END-IF.

       CHECK-BATCH-PARA.
           READ BATCH-LOG-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF BAT-SENT-DATE = PROCESS-DATE
                    AND BAT-BATCH-NO > GL-BATCH-NO
                       MOVE 1 TO GL-BATCH-SWITCH
                       MOVE BAT-BATCH-NO     TO GL-BATCH-NO
                       MOVE BAT-DETAIL-COUNT TO GL-DETAIL-COUNT
                       MOVE BAT-HASH-TOTAL   TO GL-HASH-TOTAL
                       MOVE BAT-ACK-STATUS   TO GL-ACK-STATUS
                       MOVE BAT-ACK-DATE     TO GL-ACK-DATE
                   END-IF
                   IF BAT-SENT-DATE < PROCESS-DATE
                    AND BAT-ACK-STATUS = SPACE
                       SUBTRACT FUNCTION INTEGER-OF-DATE (BAT-SENT-DATE)
                           FROM PROCESS-DATE-INT GIVING AGE-DAYS
                       IF AGE-DAYS > GL-AGE-LIMIT
                           ADD 1 TO GL-OVERDUE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * REJECTS STILL ON REJECTS.DAT, AND THOSE OLDER THAN THE FIVE   *
      * DAYS REJFIX ALLOWS, AGED TO THE PROCESSING DATE.              *
      *****************************************************************
       REPORT-REJECTS-PARA.
           MOVE "OUTSTANDING EDIT REJECTS (REJECTS.DAT)" TO RXL-TEXT.
           PERFORM WRITE-SECTION-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-OK
               PERFORM AGE-REJECT-PARA UNTIL END-OF-FILE
               CLOSE REJECT-FILE
           END-IF.
           MOVE "REJECTS OUTSTANDING" TO CNL-LABEL.
           MOVE REJECTS-OUTSTANDING TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  OVER 5 DAYS OLD" TO CNL-LABEL.
           MOVE REJECTS-OVERAGE TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           IF REJECTS-OVERAGE > 0
               MOVE REJECTS-OVERAGE TO ACL-COUNT
               MOVE "REJECTS OUTSTANDING OVER 5 DAYS - SEE REJAGE.DAT"
                   TO ACL-TEXT
               PERFORM ADD-COUNTED-ATTENTION-PARA
           END-IF.

       AGE-REJECT-PARA.
           READ REJECT-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO REJECTS-OUTSTANDING
                   IF REJ-DATE > 0 AND REJ-DATE < PROCESS-DATE
                       SUBTRACT FUNCTION INTEGER-OF-DATE (REJ-DATE)
                           FROM PROCESS-DATE-INT GIVING AGE-DAYS
                       IF AGE-DAYS > REJECT-AGE-LIMIT
                           ADD 1 TO REJECTS-OVERAGE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * ONE OVERALL VERDICT, AND EVERY ITEM THAT NEEDS FOLLOW-UP.     *
      *****************************************************************
       REPORT-VERDICT-PARA.
           PERFORM WRITE-BLANK-PARA.
           IF ATTENTION-COUNT = 0
               MOVE "OVERALL VERDICT:  OK" TO RXL-TEXT
           ELSE
               MOVE "OVERALL VERDICT:  ATTENTION - FOLLOW UP:"
                   TO RXL-TEXT
           END-IF.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           DISPLAY "PROCESS DATE:  " PROCESS-DATE.
           DISPLAY RXL-TEXT.
           MOVE 0 TO ATTENTION-INDEX.
           PERFORM PRINT-ATTENTION-PARA
               UNTIL ATTENTION-INDEX = ATTENTION-COUNT
                  OR ATTENTION-INDEX = 30.
           IF ATTENTION-COUNT > 30
               DISPLAY "MORE ITEMS THAN THE REPORT CAN LIST: "
                   ATTENTION-COUNT
           END-IF.

       PRINT-ATTENTION-PARA.
           ADD 1 TO ATTENTION-INDEX.
           MOVE ATTENTION-ITEM(ATTENTION-INDEX) TO ATL-TEXT.
           WRITE REPORT-LINE FROM ATTENTION-LINE.
           DISPLAY "  " ATL-TEXT.

      *****************************************************************
      * ROLL TODAY'S FIGURES INTO OPSHIST.DAT.  THE FILE IS LOADED    *
      * WITHOUT ANY EARLIER ENTRY FOR THIS DATE, TODAY'S ENTRY IS     *
      * PUT IN DATE ORDER, THE OLDEST ARE DROPPED BEYOND 31, AND THE  *
      * FILE IS REWRITTEN.                                            *
      *****************************************************************
       UPDATE-HISTORY-PARA.
           MOVE PROCESS-DATE       TO TDY-PROCESS-DATE.
           MOVE RUN-DATE           TO TDY-RUN-DATE.
           MOVE STEPS-COMPLETE     TO TDY-STEPS-COMPLETE.
           MOVE 0 TO TDY-EDIT-READ.
           MOVE 0 TO TDY-EDIT-REJECTED.
           IF INPUT-EDIT-FOUND
               MOVE ECL-READ     TO TDY-EDIT-READ
               MOVE ECL-REJECTED TO TDY-EDIT-REJECTED
           END-IF.
           MOVE MASTER-ADDS        TO TDY-MASTER-ADDS.
           ADD MASTER-CHANGES MASTER-SALARY-CHGS
               GIVING TDY-MASTER-CHANGES.
           MOVE ACCOUNTS-POSTED    TO TDY-ACCTS-POSTED.
           MOVE POSTED-TOTAL       TO TDY-POSTED-TOTAL.
           IF RECON-FOUND
               MOVE RCT-RESULT     TO TDY-RECON-RESULT
           ELSE
               MOVE "N"            TO TDY-RECON-RESULT
           END-IF.
           MOVE RECON-OUT-BY       TO TDY-RECON-DIFF.
           MOVE GL-BATCH-NO        TO TDY-GL-BATCH.
           EVALUATE TRUE
               WHEN NOT GL-BATCH-FOUND
                   MOVE "N" TO TDY-GL-ACK
               WHEN GL-ACK-STATUS = SPACE
                   MOVE "W" TO TDY-GL-ACK
               WHEN GL-ACK-STATUS = "A"
                   MOVE "A" TO TDY-GL-ACK
               WHEN OTHER
                   MOVE "R" TO TDY-GL-ACK
           END-EVALUATE.
           MOVE REJECTS-OVERAGE    TO TDY-OLD-REJECTS.
           IF ATTENTION-COUNT = 0
               MOVE "K" TO TDY-VERDICT
           ELSE
               MOVE "A" TO TDY-VERDICT
           END-IF.
           MOVE ATTENTION-COUNT    TO TDY-ATTENTION-ITEMS.
           PERFORM LOAD-HISTORY-PARA.
           PERFORM INSERT-TODAY-PARA.
           PERFORM SAVE-HISTORY-PARA.

       LOAD-HISTORY-PARA.
           MOVE 0 TO HISTORY-COUNT.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT OPS-HISTORY-FILE.
           IF OPS-HISTORY-OK
               PERFORM LOAD-ONE-HISTORY-PARA UNTIL END-OF-FILE
               CLOSE OPS-HISTORY-FILE
           ELSE
               IF NOT OPS-HISTORY-NOT-FOUND
                   DISPLAY "ERROR OPENING OPSHIST.DAT: "
                       OPS-HISTORY-STATUS
               END-IF
           END-IF.

       LOAD-ONE-HISTORY-PARA.
           READ OPS-HISTORY-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF OPH-PROCESS-DATE NOT = PROCESS-DATE
                       IF HISTORY-COUNT = HISTORY-KEEP
                           PERFORM DROP-OLDEST-PARA
                       END-IF
                       ADD 1 TO HISTORY-COUNT
                       MOVE OPS-HISTORY-RECORD
                           TO HISTORY-ENTRY(HISTORY-COUNT)
                   END-IF
           END-READ.

       DROP-OLDEST-PARA.
           MOVE 1 TO HISTORY-INDEX.
           PERFORM SHIFT-DOWN-PARA UNTIL HISTORY-INDEX = HISTORY-COUNT.
           SUBTRACT 1 FROM HISTORY-COUNT.

       SHIFT-DOWN-PARA.
           ADD 1 TO HISTORY-INDEX GIVING HISTORY-NEXT.
           MOVE HISTORY-ENTRY(HISTORY-NEXT)
               TO HISTORY-ENTRY(HISTORY-INDEX).
           ADD 1 TO HISTORY-INDEX.

      *    TODAY GOES AHEAD OF THE FIRST LATER DATE, IF A PAST DATE
      *    IS BEING RERUN, OTHERWISE ON THE END
       INSERT-TODAY-PARA.
           MOVE 1 TO HISTORY-INDEX.
           PERFORM FIND-SLOT-PARA
               UNTIL HISTORY-INDEX > HISTORY-COUNT
                  OR HTB-PROCESS-DATE(HISTORY-INDEX) > PROCESS-DATE.
           MOVE HISTORY-COUNT TO HISTORY-NEXT.
           PERFORM SHIFT-UP-PARA UNTIL HISTORY-NEXT < HISTORY-INDEX.
           ADD 1 TO HISTORY-COUNT.
           MOVE TODAY-HISTORY TO HISTORY-ENTRY(HISTORY-INDEX).
           IF HISTORY-COUNT > HISTORY-KEEP
               PERFORM DROP-OLDEST-PARA
           END-IF.

       FIND-SLOT-PARA.
           ADD 1 TO HISTORY-INDEX.

       SHIFT-UP-PARA.
           MOVE HISTORY-ENTRY(HISTORY-NEXT)
               TO HISTORY-ENTRY(HISTORY-NEXT + 1).
           SUBTRACT 1 FROM HISTORY-NEXT.

       SAVE-HISTORY-PARA.
           OPEN OUTPUT OPS-HISTORY-FILE.
           IF NOT OPS-HISTORY-OK
               DISPLAY "ERROR OPENING OPSHIST.DAT: " OPS-HISTORY-STATUS
           ELSE
               MOVE 0 TO HISTORY-INDEX
               PERFORM SAVE-ONE-HISTORY-PARA
                   UNTIL HISTORY-INDEX = HISTORY-COUNT
               CLOSE OPS-HISTORY-FILE
           END-IF.

       SAVE-ONE-HISTORY-PARA.
           ADD 1 TO HISTORY-INDEX.
           MOVE HISTORY-ENTRY(HISTORY-INDEX) TO OPS-HISTORY-RECORD.
           WRITE OPS-HISTORY-RECORD.
           IF NOT OPS-HISTORY-OK
               DISPLAY "ERROR WRITING OPSHIST.DAT: " OPS-HISTORY-STATUS
           END-IF.

      *****************************************************************
      * THE ROLLING HISTORY, ONE LINE PER PROCESSING DATE, THEN THE   *
      * MONTH-TO-DATE TOTALS FOR THE PROCESSING DATE'S MONTH.         *
      *****************************************************************
       REPORT-HISTORY-PARA.
           PERFORM WRITE-BLANK-PARA.
           MOVE "DAILY HISTORY (OPSHIST.DAT) -- LAST 31 PROCESS DATES"
               TO RXL-TEXT.
           PERFORM WRITE-SECTION-PARA.
           PERFORM WRITE-BLANK-PARA.
           WRITE REPORT-LINE FROM HISTORY-HEADING-1.
           WRITE REPORT-LINE FROM HISTORY-HEADING-2.
           MOVE 0 TO HISTORY-INDEX.
           PERFORM REPORT-ONE-HISTORY-PARA
               UNTIL HISTORY-INDEX = HISTORY-COUNT.
           MOVE SPACES TO RXL-TEXT.
           STRING "MONTH TO DATE -- " PROCESS-MONTH
               DELIMITED BY SIZE INTO RXL-TEXT
           END-STRING.
           PERFORM WRITE-SECTION-PARA.
           MOVE "PROCESSING DATES ON FILE" TO CNL-LABEL.
           MOVE MTD-DAYS TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "EMPLOYEE RECORDS EDITED" TO CNL-LABEL.
           MOVE MTD-EDIT-READ TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "EMPLOYEE RECORDS REJECTED" TO CNL-LABEL.
           MOVE MTD-REJECTED TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "MASTER ADDS" TO CNL-LABEL.
           MOVE MTD-ADDS TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "MASTER CHANGES" TO CNL-LABEL.
           MOVE MTD-CHANGES TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "ACCOUNTS POSTED / POSTED TOTAL" TO CAL-LABEL.
           MOVE MTD-POSTED TO CAL-COUNT.
           MOVE MTD-POSTED-TOTAL TO CAL-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-AMOUNT-LINE.
           MOVE "DAYS OUT OF BALANCE" TO CNL-LABEL.
           MOVE MTD-OUT-OF-BALANCE TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "DAYS NEEDING ATTENTION" TO CNL-LABEL.
           MOVE MTD-ATTENTION TO CNL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

       REPORT-ONE-HISTORY-PARA.
           ADD 1 TO HISTORY-INDEX.
           MOVE HTB-PROCESS-DATE(HISTORY-INDEX)   TO HDL-DATE.
           MOVE HTB-STEPS-COMPLETE(HISTORY-INDEX) TO HDL-STEPS.
           MOVE HTB-EDIT-READ(HISTORY-INDEX)      TO HDL-READ.
           MOVE HTB-EDIT-REJECTED(HISTORY-INDEX)  TO HDL-REJECT.
           MOVE HTB-MASTER-ADDS(HISTORY-INDEX)    TO HDL-ADDS.
           MOVE HTB-MASTER-CHANGES(HISTORY-INDEX) TO HDL-CHANGES.
           MOVE HTB-ACCTS-POSTED(HISTORY-INDEX)   TO HDL-POSTED.
           MOVE HTB-POSTED-TOTAL(HISTORY-INDEX)   TO HDL-TOTAL.
           MOVE HTB-RECON-DIFF(HISTORY-INDEX)     TO HDL-DIFF.
           EVALUATE HTB-RECON-RESULT(HISTORY-INDEX)
               WHEN "B"
                   MOVE "OK " TO HDL-RECON
               WHEN "O"
                   MOVE "OUT" TO HDL-RECON
               WHEN OTHER
                   MOVE "-- " TO HDL-RECON
           END-EVALUATE.
           MOVE HTB-GL-BATCH(HISTORY-INDEX) TO HDL-BATCH.
           EVALUATE HTB-GL-ACK(HISTORY-INDEX)
               WHEN "A"
                   MOVE "ACC " TO HDL-ACK
               WHEN "R"
                   MOVE "REJ " TO HDL-ACK
               WHEN "W"
                   MOVE "WAIT" TO HDL-ACK
               WHEN OTHER
                   MOVE "NONE" TO HDL-ACK
           END-EVALUATE.
           MOVE HTB-OLD-REJECTS(HISTORY-INDEX) TO HDL-OLD.
           IF HTB-VERDICT(HISTORY-INDEX) = "K"
               MOVE "OK" TO HDL-VERDICT
               MOVE 0 TO HDL-ITEMS
           ELSE
               MOVE "ATTENTION" TO HDL-VERDICT
               MOVE HTB-ATTENTION-ITEMS(HISTORY-INDEX) TO HDL-ITEMS
           END-IF.
           WRITE REPORT-LINE FROM HISTORY-DETAIL-LINE.
           IF HTB-PROCESS-MONTH(HISTORY-INDEX) = PROCESS-MONTH
               PERFORM ADD-MONTH-TOTALS-PARA
           END-IF.

       ADD-MONTH-TOTALS-PARA.
           ADD 1 TO MTD-DAYS.
           ADD HTB-EDIT-READ(HISTORY-INDEX)      TO MTD-EDIT-READ.
           ADD HTB-EDIT-REJECTED(HISTORY-INDEX)  TO MTD-REJECTED.
           ADD HTB-MASTER-ADDS(HISTORY-INDEX)    TO MTD-ADDS.
           ADD HTB-MASTER-CHANGES(HISTORY-INDEX) TO MTD-CHANGES.
           ADD HTB-ACCTS-POSTED(HISTORY-INDEX)   TO MTD-POSTED.
           ADD HTB-POSTED-TOTAL(HISTORY-INDEX)   TO MTD-POSTED-TOTAL.
           IF HTB-RECON-RESULT(HISTORY-INDEX) = "O"
               ADD 1 TO MTD-OUT-OF-BALANCE
           END-IF.
           IF HTB-VERDICT(HISTORY-INDEX) NOT = "K"
               ADD 1 TO MTD-ATTENTION
           END-IF.

       TERMINATE-PARA.
           CLOSE SUMMARY-REPORT.
