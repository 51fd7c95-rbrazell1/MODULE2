       IDENTIFICATION DIVISION.
       PROGRAM-ID.              MASTCHK.
       AUTHOR.                  RUSSELL BRAZELL.
       INSTALLATION.            HOME DESKTOP.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.           10/15/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * MASTER FILE INTEGRITY CHECK.  PROVES THE TWO MASTERS AGREE    *
      * WITH THE TRAILS THAT ARE SUPPOSED TO EXPLAIN THEM.  RUN IT    *
      * WEEKLY AND BEFORE EVERY MONTHEND.                             *
      *                                                               *
      * ACCOUNTS - ACCTHIST.DAT IS REPLAYED ACCOUNT BY ACCOUNT INTO   *
      *   THE WORK FILE CHKACCT.DAT.  EVERY ENTRY'S NEW BALANCE LESS  *
      *   ITS AMOUNT MUST EQUAL THE BALANCE THE ACCOUNT'S PRIOR ENTRY *
      *   LEFT -- ANY THAT DOES NOT IS A CHAIN BREAK -- AND AN        *
      *   ACCOUNT'S ADD MUST START FROM ZERO.  THE REBUILT BALANCE    *
      *   (FIRST OPENING PLUS EVERY AMOUNT) MUST EQUAL BALANCE-M, AND *
      *   THE DATE OF THE LAST ADD OR UPDATE MUST EQUAL DATE-POSTED-M *
      *   (NOT CHECKED WHEN A ROLLBACK CAME AFTER IT, AS THE ROLLBACK *
      *   PUTS BACK THE DATE THE BACKUP HELD).  ACCOUNTS ON THE       *
      *   MASTER WITH NO HISTORY, AND HISTORY FOR ACCOUNTS NOT ON THE *
      *   MASTER, ARE LISTED -- EXCEPT AN ACCOUNT A ROLLBACK TOOK OFF *
      *   THE MASTER AND BACK TO ZERO.                                *
      *                                                               *
      * EMPLOYEES - AUDIT.DAT IS REPLAYED INTO THE WORK FILE          *
      *   CHKEMP.DAT, KEEPING EACH EMPLOYEE'S LAST AFTER IMAGE.  EACH *
      *   EMPLOYEE.DAT RECORD MUST MATCH IT.  RECORDS WITH NO AUDIT   *
      *   TRAIL, RECORDS THE AUDIT SAYS WERE REMOVED, AND EMPLOYEES   *
      *   THE AUDIT SAYS ARE ON FILE BUT ARE NOT, ARE LISTED.  A      *
      *   RECORD WHOSE LAST AFTER IMAGE IS SITTING IN EMPARCH.DAT WAS *
      *   PURGED BEFORE PURGES WERE AUDITED, AND IS COUNTED BUT NOT   *
      *   TREATED AS AN EXCEPTION.                                    *
      *                                                               *
      * THE EXCEPTIONS GO TO CHKRPT.DAT WITH COUNTS AND A VERDICT.    *
      * A ONE-LINE RESULT IS ADDED TO CHKLOG.DAT, WHICH MONTHEND      *
      * LOOKS AT BEFORE IT CLOSES THE PERIOD.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-370.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN "ACCTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NO-M
           FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN "ACCTHIST.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS HISTORY-STATUS.
           SELECT ACCOUNT-WORK ASSIGN "CHKACCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WKA-ACCT-NO
           FILE STATUS IS ACCOUNT-WORK-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN "EMPLOYEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-NO-M
           ALTERNATE RECORD KEY IS EMPLOYEE-NAME-M WITH DUPLICATES
           FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN "AUDIT.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN "EMPARCH.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ARCHIVE-STATUS.
           SELECT EMPLOYEE-WORK ASSIGN "CHKEMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WKE-EMPLOYEE-NO
           FILE STATUS IS EMPLOYEE-WORK-STATUS.
           SELECT CHECK-REPORT ASSIGN "CHKRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECK-REPORT-STATUS.
           SELECT CHECK-LOG-FILE ASSIGN "CHKLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECK-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ACCOUNT MASTER INFO -- LAYOUT AS MAINTAINED BY ACCTPOST
       FD  ACCOUNT-MASTER
       01  ACCOUNT-MASTER-RECORD
        03 ACCT-NO-M     PIC 9(12)V9(3).
        03 TYPE-CODE-M   PIC 9(2).
        03 KIND-CODE-M   PIC 9(3).
        03 DESCRIPTION-M PIC X(30).
        03 DATE-POSTED-M PIC 9(8).
        03 BALANCE-M     PIC S9(11)V99.
        03 ACCT-STATUS-M PIC X(1).
        03 DATE-CLOSED-M PIC 9(8).
      *    TRANSACTION HISTORY -- LAYOUT MATCHES THE RECORD ACCTPOST
      *    WRITES, ONE RECORD PER POSTING IN POSTING ORDER
       FD  HISTORY-FILE
       01  HISTORY-RECORD
        03 HIST-ACCT-NO     PIC 9(12)V9(3).
        03 HIST-POST-DATE   PIC 9(8).
        03 HIST-TYPE-CODE   PIC 9(2).
        03 HIST-KIND-CODE   PIC 9(3).
        03 HIST-ACTION      PIC X(1).
        03 HIST-AMOUNT      PIC S9(9)V99.
        03 HIST-NEW-BALANCE PIC S9(11)V99.
      *    ONE ENTRY PER ACCOUNT IN THE HISTORY, REBUILT EVERY RUN
       FD  ACCOUNT-WORK
       01  ACCOUNT-WORK-RECORD
        03 WKA-ACCT-NO        PIC 9(12)V9(3).
        03 WKA-ENTRIES        PIC 9(7).
        03 WKA-OPENING        PIC S9(11)V99.
        03 WKA-REBUILT        PIC S9(11)V99.
        03 WKA-LAST-BALANCE   PIC S9(11)V99.
        03 WKA-LAST-POST-DATE PIC 9(8).
        03 WKA-LAST-ACTION    PIC X(1).
        03 WKA-ROLLBACK-SWITCH PIC X(1).
         88 WKA-ROLLED-BACK   VALUE "Y".
        03 WKA-BREAKS         PIC 9(5).
      *    EMPLOYEE MASTER INFO -- LAYOUT AS MAINTAINED BY PROGRAM2
       FD  EMPLOYEE-MASTER
       01  EMPLOYEE-MASTER-RECORD
        03 EMPLOYEE-TYPE-M          PIC 9(1).
        03 EMPLOYEE-NAME-M          PIC X(20).
        03 EMPLOYEE-SALARY-M        PIC 9(5)V9(2).
        03 EMPLOYEE-NO-M            PIC 9(6).
        03 EMPLOYEE-LEAVING-DATE-M  PIC 9(8).
        03 EMPLOYEE-DEPT-M          PIC X(4).
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
      *    ARCHIVE INFO -- LAYOUT MATCHES THE RECORD EMPPURGE WRITES
       FD  ARCHIVE-FILE
       01  ARCHIVE-RECORD
        03 ARCH-EMPLOYEE-RECORD PIC X(46).
        03 ARCH-PURGE-DATE      PIC 9(8).
      *    ONE ENTRY PER EMPLOYEE IN THE AUDIT, REBUILT EVERY RUN
       FD  EMPLOYEE-WORK
       01  EMPLOYEE-WORK-RECORD
        03 WKE-EMPLOYEE-NO    PIC 9(6).
        03 WKE-ENTRIES        PIC 9(7).
        03 WKE-LAST-ACTION    PIC X(1).
        03 WKE-LAST-DATE      PIC 9(8).
        03 WKE-LAST-IMAGE     PIC X(46).
        03 WKE-ARCHIVE-SWITCH PIC X(1).
         88 WKE-ARCHIVED      VALUE "Y".
      *    EXCEPTION REPORT INFO
       FD  CHECK-REPORT
       01  REPORT-LINE PIC X(132).
      *    ONE LINE PER RUN -- READ BY MONTHEND
       FD  CHECK-LOG-FILE
       01  CHECK-LOG-RECORD
        03 CKL-RUN-DATE        PIC 9(8).
        03 CKL-RUN-TIME        PIC 9(6).
        03 CKL-ACCOUNTS        PIC 9(7).
        03 CKL-ACCT-EXCEPTIONS PIC 9(7).
        03 CKL-EMPLOYEES       PIC 9(7).
        03 CKL-EMP-EXCEPTIONS  PIC 9(7).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS PIC X(02) VALUE SPACES.
        88 ACCOUNT-MASTER-OK VALUE "00".
       01  HISTORY-STATUS PIC X(02) VALUE SPACES.
        88 HISTORY-FILE-OK VALUE "00".
       01  ACCOUNT-WORK-STATUS PIC X(02) VALUE SPACES.
        88 ACCOUNT-WORK-OK VALUE "00".
       01  EMPLOYEE-MASTER-STATUS PIC X(02) VALUE SPACES.
        88 EMPLOYEE-MASTER-OK VALUE "00".
       01  AUDIT-STATUS PIC X(02) VALUE SPACES.
        88 AUDIT-FILE-OK VALUE "00".
       01  ARCHIVE-STATUS PIC X(02) VALUE SPACES.
        88 ARCHIVE-FILE-OK VALUE "00".
       01  EMPLOYEE-WORK-STATUS PIC X(02) VALUE SPACES.
        88 EMPLOYEE-WORK-OK VALUE "00".
       01  CHECK-REPORT-STATUS PIC X(02) VALUE SPACES.
       01  CHECK-LOG-STATUS PIC X(02) VALUE SPACES.
        88 CHECK-LOG-OK VALUE "00".
        88 CHECK-LOG-NOT-FOUND VALUE "35".

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.
        88 NOT-END-OF-FILE VALUE 0.
       01  MASTER-EOF-SWITCH PIC 9 VALUE 0.
        88 MASTER-EOF VALUE 1.
       01  WORK-EOF-SWITCH PIC 9 VALUE 0.
        88 WORK-EOF VALUE 1.
       01  MASTER-OPEN-SWITCH PIC 9 VALUE 0.
        88 MASTER-OPEN VALUE 1.

       01  RUN-DATE PIC 9(8).
       01  TIME-OF-DAY-RAW PIC 9(8).
       01  RUN-TIME PIC 9(6).

      *    BALANCE THE CURRENT HISTORY ENTRY SAYS IT STARTED FROM
       01  PRIOR-FOUND PIC S9(11)V99 VALUE 0.
       01  BALANCE-DIFF PIC S9(11)V99 VALUE 0.

       01  ACCOUNT-COUNTS.
        03 HISTORY-READ      PIC 9(7) VALUE 0.
        03 HISTORY-ACCOUNTS  PIC 9(7) VALUE 0.
        03 ACCOUNTS-READ     PIC 9(7) VALUE 0.
        03 ACCOUNTS-AGREED   PIC 9(7) VALUE 0.
        03 CHAIN-BREAKS      PIC 9(7) VALUE 0.
        03 OPENINGS-NOT-ZERO PIC 9(7) VALUE 0.
        03 BALANCE-ERRORS    PIC 9(7) VALUE 0.
        03 DATE-ERRORS       PIC 9(7) VALUE 0.
        03 NO-HISTORY        PIC 9(7) VALUE 0.
        03 NOT-ON-MASTER     PIC 9(7) VALUE 0.
        03 ROLLED-OFF        PIC 9(7) VALUE 0.
        03 ACCOUNT-EXCEPTIONS PIC 9(7) VALUE 0.

       01  EMPLOYEE-COUNTS.
        03 AUDITS-READ       PIC 9(7) VALUE 0.
        03 AUDIT-EMPLOYEES   PIC 9(7) VALUE 0.
        03 ARCHIVES-READ     PIC 9(7) VALUE 0.
        03 EMPLOYEES-READ    PIC 9(7) VALUE 0.
        03 EMPLOYEES-AGREED  PIC 9(7) VALUE 0.
        03 NO-AUDIT-TRAIL    PIC 9(7) VALUE 0.
        03 IMAGE-ERRORS      PIC 9(7) VALUE 0.
        03 REMOVED-ON-FILE   PIC 9(7) VALUE 0.
        03 MISSING-FROM-FILE PIC 9(7) VALUE 0.
        03 PURGED-UNAUDITED  PIC 9(7) VALUE 0.
        03 EMPLOYEE-EXCEPTIONS PIC 9(7) VALUE 0.

       01  TOTAL-EXCEPTIONS PIC 9(7) VALUE 0.

      *    WORK AREA TO SPLIT AN EMPLOYEE IMAGE BACK INTO ITS FIELDS
       01  IMAGE-WORK.
        03 IMG-TYPE    PIC 9(1).
        03 IMG-NAME    PIC X(20).
        03 IMG-SALARY  PIC 9(5)V9(2).
        03 IMG-NO      PIC 9(6).
        03 IMG-LEAVE   PIC 9(8).
        03 IMG-DEPT    PIC X(4).

       01  PAGE-CONTROLS.
        03 PAGE-NO     PIC 9(4) VALUE 0.
        03 LINE-COUNT  PIC 9(2) VALUE 99.
        03 LINES-PER-PAGE PIC 9(2) VALUE 55.

      *    THE LINE TO PRINT IS BUILT HERE, THEN PRINT-LINE-PARA
       01  PRINT-AREA PIC X(132) VALUE SPACES.

       01  REPORT-HEADING-LINE.
           03  FILLER     PIC X(37)
               VALUE "MASTER FILE INTEGRITY CHECK -- RUN ".
           03  RHL-DATE   PIC 9(8).
           03  FILLER     PIC X(78) VALUE SPACES.
           03  FILLER     PIC X(5) VALUE "PAGE ".
           03  RHL-PAGE   PIC ZZZ9.

       01  REPORT-TEXT-LINE.
           03  RXL-TEXT PIC X(80).

       01  CHAIN-BREAK-LINE.
           03  FILLER       PIC X(13) VALUE "CHAIN BREAK  ".
           03  CBL-ACCT     PIC Z(12).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  CBL-DATE     PIC 9(8).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  CBL-ACTION   PIC X(1).
           03  FILLER       PIC X(8) VALUE "  PRIOR ".
           03  CBL-EXPECTED PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(8) VALUE "  FROM  ".
           03  CBL-FOUND    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(8) VALUE "  NEW   ".
           03  CBL-NEW      PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  ACCOUNT-EXCEPTION-LINE.
           03  AXL-TYPE     PIC X(18).
           03  AXL-ACCT     PIC Z(12).
           03  FILLER       PIC X(10) VALUE "  MASTER ".
           03  AXL-MASTER   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(10) VALUE "  HISTORY ".
           03  AXL-HISTORY  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(7) VALUE "  DIFF ".
           03  AXL-DIFF     PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  DATE-EXCEPTION-LINE.
           03  FILLER       PIC X(18) VALUE "POSTED DATE".
           03  DXL-ACCT     PIC Z(12).
           03  FILLER       PIC X(10) VALUE "  MASTER ".
           03  DXL-MASTER   PIC 9(8).
           03  FILLER       PIC X(10) VALUE "  HISTORY ".
           03  DXL-HISTORY  PIC 9(8).

       01  EMPLOYEE-EXCEPTION-LINE.
           03  EXL-TYPE     PIC X(24).
           03  EXL-NO       PIC 9(6).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  EXL-NAME     PIC X(20).
           03  FILLER       PIC X(14) VALUE "  LAST AUDIT  ".
           03  EXL-ACTION   PIC X(1).
           03  FILLER       PIC X(1) VALUE SPACES.
           03  EXL-DATE     PIC 9(8).

       01  REPORT-IMAGE-LINE.
           03  FILLER      PIC X(4) VALUE SPACES.
           03  RIL-LABEL   PIC X(9).
           03  RIL-TYPE    PIC 9(1).
           03  FILLER      PIC X(2) VALUE SPACES.
           03  RIL-NAME    PIC X(20).
           03  FILLER      PIC X(2) VALUE SPACES.
           03  RIL-SALARY  PIC ZZ,ZZ9.99.
           03  FILLER      PIC X(2) VALUE SPACES.
           03  RIL-LEAVE   PIC 9(8).
           03  FILLER      PIC X(2) VALUE SPACES.
           03  RIL-DEPT    PIC X(4).

       01  COUNT-LINE.
           03  CTL-LABEL   PIC X(46).
           03  CTL-COUNT   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM REPLAY-HISTORY-PARA.
           PERFORM CHECK-ACCOUNTS-PARA.
           PERFORM REPLAY-AUDIT-PARA.
           PERFORM MARK-ARCHIVED-PARA.
           PERFORM CHECK-EMPLOYEES-PARA.
           PERFORM PRINT-COUNTS-PARA.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-RAW FROM TIME.
           MOVE TIME-OF-DAY-RAW(1:6) TO RUN-TIME.
           OPEN OUTPUT CHECK-REPORT.
           MOVE RUN-DATE TO RHL-DATE.

      *****************************************************************
      * PASS ACCTHIST.DAT ONCE, CARRYING EACH ACCOUNT'S RUNNING       *
      * POSITION IN CHKACCT.DAT.  CHAIN BREAKS ARE PRINTED AS THEY    *
      * ARE FOUND, AND THE CHAIN THEN CONTINUES FROM THE BALANCE THE  *
      * BROKEN ENTRY LEFT, SO ONE BREAK IS NOT REPORTED REPEATEDLY.   *
      *****************************************************************
       REPLAY-HISTORY-PARA.
           MOVE "ACCOUNT MASTER ACCTMAST.DAT AGAINST ACCTHIST.DAT"
               TO RXL-TEXT.
           PERFORM PRINT-SECTION-PARA.
           OPEN OUTPUT ACCOUNT-WORK.
           CLOSE ACCOUNT-WORK.
           OPEN I-O ACCOUNT-WORK.
           IF NOT ACCOUNT-WORK-OK
               DISPLAY "ERROR OPENING CHKACCT.DAT: "
                   ACCOUNT-WORK-STATUS
               DISPLAY "NO CHECK MADE"
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "ERROR OPENING ACCTHIST.DAT: " HISTORY-STATUS
               DISPLAY "EVERY ACCOUNT WILL SHOW AS HAVING NO HISTORY"
           ELSE
               MOVE 0 TO END-OF-FILE-SWITCH
               PERFORM READ-HISTORY-PARA
               PERFORM REPLAY-ENTRY-PARA UNTIL END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE ACCOUNT-WORK.

       READ-HISTORY-PARA.
           READ HISTORY-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO HISTORY-READ
           END-READ.

       REPLAY-ENTRY-PARA.
           COMPUTE PRIOR-FOUND = HIST-NEW-BALANCE - HIST-AMOUNT.
           MOVE HIST-ACCT-NO TO WKA-ACCT-NO.
           READ ACCOUNT-WORK
               INVALID KEY
                   PERFORM FIRST-ENTRY-PARA
               NOT INVALID KEY
                   PERFORM NEXT-ENTRY-PARA
           END-READ.
           PERFORM READ-HISTORY-PARA.

      *    AN ADD MUST OPEN THE ACCOUNT FROM ZERO.  ANY OTHER FIRST
      *    ENTRY (HISTORY STARTED AFTER THE ACCOUNT) IS TAKEN AS THE
      *    OPENING POSITION.
       FIRST-ENTRY-PARA.
           ADD 1 TO HISTORY-ACCOUNTS.
           MOVE HIST-ACCT-NO TO WKA-ACCT-NO.
           MOVE 1 TO WKA-ENTRIES.
           MOVE PRIOR-FOUND TO WKA-OPENING.
           COMPUTE WKA-REBUILT = PRIOR-FOUND + HIST-AMOUNT.
           MOVE HIST-NEW-BALANCE TO WKA-LAST-BALANCE.
           MOVE 0 TO WKA-LAST-POST-DATE.
           MOVE "N" TO WKA-ROLLBACK-SWITCH.
           MOVE 0 TO WKA-BREAKS.
           PERFORM NOTE-ACTION-PARA.
           IF HIST-ACTION = "A" AND PRIOR-FOUND NOT = 0
               ADD 1 TO OPENINGS-NOT-ZERO
               MOVE "ADD NOT FROM ZERO" TO AXL-TYPE
               MOVE HIST-ACCT-NO TO AXL-ACCT
               MOVE 0 TO AXL-MASTER
               MOVE PRIOR-FOUND TO AXL-HISTORY
               MOVE PRIOR-FOUND TO AXL-DIFF
               MOVE ACCOUNT-EXCEPTION-LINE TO PRINT-AREA
               PERFORM PRINT-LINE-PARA
           END-IF.
           WRITE ACCOUNT-WORK-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING CHKACCT.DAT: "
                       ACCOUNT-WORK-STATUS
           END-WRITE.

       NEXT-ENTRY-PARA.
           IF PRIOR-FOUND NOT = WKA-LAST-BALANCE
               ADD 1 TO CHAIN-BREAKS
               ADD 1 TO WKA-BREAKS
               MOVE HIST-ACCT-NO     TO CBL-ACCT
               MOVE HIST-POST-DATE   TO CBL-DATE
               MOVE HIST-ACTION      TO CBL-ACTION
               MOVE WKA-LAST-BALANCE TO CBL-EXPECTED
               MOVE PRIOR-FOUND      TO CBL-FOUND
               MOVE HIST-NEW-BALANCE TO CBL-NEW
               MOVE CHAIN-BREAK-LINE TO PRINT-AREA
               PERFORM PRINT-LINE-PARA
           END-IF.
           ADD 1 TO WKA-ENTRIES.
           ADD HIST-AMOUNT TO WKA-REBUILT.
           MOVE HIST-NEW-BALANCE TO WKA-LAST-BALANCE.
           PERFORM NOTE-ACTION-PARA.
           REWRITE ACCOUNT-WORK-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING CHKACCT.DAT: "
                       ACCOUNT-WORK-STATUS
           END-REWRITE.

      *    ONLY AN ADD OR UPDATE SETS DATE-POSTED-M.  A ROLLBACK PUTS
      *    BACK WHATEVER DATE THE BACKUP HELD, SO THE DATE CANNOT BE
      *    CHECKED UNTIL THE ACCOUNT IS NEXT POSTED.
       NOTE-ACTION-PARA.
           MOVE HIST-ACTION TO WKA-LAST-ACTION.
           EVALUATE HIST-ACTION
               WHEN "A"
               WHEN "U"
                   MOVE HIST-POST-DATE TO WKA-LAST-POST-DATE
                   MOVE "N" TO WKA-ROLLBACK-SWITCH
               WHEN "B"
                   MOVE "Y" TO WKA-ROLLBACK-SWITCH
           END-EVALUATE.

      *****************************************************************
      * MATCH ACCTMAST.DAT AGAINST CHKACCT.DAT IN ACCOUNT ORDER.      *
      *****************************************************************
       CHECK-ACCOUNTS-PARA.
           MOVE 0 TO MASTER-EOF-SWITCH.
           MOVE 0 TO WORK-EOF-SWITCH.
           MOVE 0 TO MASTER-OPEN-SWITCH.
           OPEN INPUT ACCOUNT-MASTER.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "ERROR OPENING ACCTMAST.DAT: "
                   ACCOUNT-MASTER-STATUS
               DISPLAY "EVERY ACCOUNT IN THE HISTORY WILL BE LISTED"
               MOVE 1 TO MASTER-EOF-SWITCH
           ELSE
               MOVE 1 TO MASTER-OPEN-SWITCH
               PERFORM READ-ACCOUNT-PARA
           END-IF.
           OPEN INPUT ACCOUNT-WORK.
           PERFORM READ-ACCOUNT-WORK-PARA.
           PERFORM MATCH-ACCOUNT-PARA
               UNTIL MASTER-EOF AND WORK-EOF.
           IF MASTER-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF.
           CLOSE ACCOUNT-WORK.

       READ-ACCOUNT-PARA.
           READ ACCOUNT-MASTER NEXT
               AT END
                   MOVE 1 TO MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ACCOUNTS-READ
           END-READ.

       READ-ACCOUNT-WORK-PARA.
           READ ACCOUNT-WORK NEXT
               AT END
                   MOVE 1 TO WORK-EOF-SWITCH
           END-READ.

       MATCH-ACCOUNT-PARA.
           EVALUATE TRUE
               WHEN MASTER-EOF
                   PERFORM HISTORY-ONLY-PARA
                   PERFORM READ-ACCOUNT-WORK-PARA
               WHEN WORK-EOF
                   PERFORM MASTER-ONLY-PARA
                   PERFORM READ-ACCOUNT-PARA
               WHEN ACCT-NO-M = WKA-ACCT-NO
                   PERFORM COMPARE-ACCOUNT-PARA
                   PERFORM READ-ACCOUNT-PARA
                   PERFORM READ-ACCOUNT-WORK-PARA
               WHEN ACCT-NO-M < WKA-ACCT-NO
                   PERFORM MASTER-ONLY-PARA
                   PERFORM READ-ACCOUNT-PARA
               WHEN OTHER
                   PERFORM HISTORY-ONLY-PARA
                   PERFORM READ-ACCOUNT-WORK-PARA
           END-EVALUATE.

       COMPARE-ACCOUNT-PARA.
           IF BALANCE-M = WKA-REBUILT
            AND (WKA-ROLLED-BACK OR WKA-LAST-POST-DATE = 0
                 OR DATE-POSTED-M = WKA-LAST-POST-DATE)
               ADD 1 TO ACCOUNTS-AGREED
           END-IF.
           IF BALANCE-M NOT = WKA-REBUILT
               ADD 1 TO BALANCE-ERRORS
               COMPUTE BALANCE-DIFF = BALANCE-M - WKA-REBUILT
               MOVE "BALANCE" TO AXL-TYPE
               MOVE ACCT-NO-M    TO AXL-ACCT
               MOVE BALANCE-M    TO AXL-MASTER
               MOVE WKA-REBUILT  TO AXL-HISTORY
               MOVE BALANCE-DIFF TO AXL-DIFF
               MOVE ACCOUNT-EXCEPTION-LINE TO PRINT-AREA
               PERFORM PRINT-LINE-PARA
           END-IF.
           IF NOT WKA-ROLLED-BACK
            AND WKA-LAST-POST-DATE NOT = 0
            AND DATE-POSTED-M NOT = WKA-LAST-POST-DATE
               ADD 1 TO DATE-ERRORS
               MOVE ACCT-NO-M          TO DXL-ACCT
               MOVE DATE-POSTED-M      TO DXL-MASTER
               MOVE WKA-LAST-POST-DATE TO DXL-HISTORY
               MOVE DATE-EXCEPTION-LINE TO PRINT-AREA
               PERFORM PRINT-LINE-PARA
           END-IF.

       MASTER-ONLY-PARA.
           ADD 1 TO NO-HISTORY.
           MOVE "NO HISTORY" TO AXL-TYPE.
           MOVE ACCT-NO-M TO AXL-ACCT.
           MOVE BALANCE-M TO AXL-MASTER.
           MOVE 0 TO AXL-HISTORY.
           MOVE BALANCE-M TO AXL-DIFF.
           MOVE ACCOUNT-EXCEPTION-LINE TO PRINT-AREA.
           PERFORM PRINT-LINE-PARA.

      *    A ROLLBACK TO A BACKUP TAKEN BEFORE THE ACCOUNT WAS ADDED
      *    TAKES IT OFF THE MASTER AND ITS HISTORY BACK TO ZERO
       HISTORY-ONLY-PARA.
           IF WKA-LAST-ACTION = "B" AND WKA-REBUILT = 0
               ADD 1 TO ROLLED-OFF
           ELSE
               ADD 1 TO NOT-ON-MASTER
               MOVE "NOT ON MASTER" TO AXL-TYPE
               MOVE WKA-ACCT-NO TO AXL-ACCT
               MOVE 0 TO AXL-MASTER
               MOVE WKA-REBUILT TO AXL-HISTORY
               COMPUTE BALANCE-DIFF = 0 - WKA-REBUILT
               MOVE BALANCE-DIFF TO AXL-DIFF
               MOVE ACCOUNT-EXCEPTION-LINE TO PRINT-AREA
               PERFORM PRINT-LINE-PARA
           END-IF.

      *****************************************************************
      * PASS AUDIT.DAT ONCE, KEEPING EACH EMPLOYEE'S LAST AFTER IMAGE *
      * IN CHKEMP.DAT.  A DELETE OR PURGE LEAVES AN IMAGE OF SPACES.  *
      *****************************************************************
       REPLAY-AUDIT-PARA.
           MOVE "EMPLOYEE MASTER EMPLOYEE.DAT AGAINST AUDIT.DAT"
               TO RXL-TEXT.
           PERFORM PRINT-SECTION-PARA.
           OPEN OUTPUT EMPLOYEE-WORK.
           CLOSE EMPLOYEE-WORK.
           OPEN I-O EMPLOYEE-WORK.
           IF NOT EMPLOYEE-WORK-OK
               DISPLAY "ERROR OPENING CHKEMP.DAT: "
                   EMPLOYEE-WORK-STATUS
               DISPLAY "NO CHECK MADE"
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               DISPLAY "ERROR OPENING AUDIT.DAT: " AUDIT-STATUS
               DISPLAY "EVERY EMPLOYEE WILL SHOW AS HAVING NO TRAIL"
           ELSE
               MOVE 0 TO END-OF-FILE-SWITCH
               PERFORM READ-AUDIT-PARA
               PERFORM REPLAY-AUDIT-ENTRY-PARA UNTIL END-OF-FILE
               CLOSE AUDIT-FILE
           END-IF.
           CLOSE EMPLOYEE-WORK.

       READ-AUDIT-PARA.
           READ AUDIT-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO AUDITS-READ
           END-READ.

       REPLAY-AUDIT-ENTRY-PARA.
           MOVE AUD-EMPLOYEE-NO TO WKE-EMPLOYEE-NO.
           READ EMPLOYEE-WORK
               INVALID KEY
                   ADD 1 TO AUDIT-EMPLOYEES
                   MOVE AUD-EMPLOYEE-NO TO WKE-EMPLOYEE-NO
                   MOVE 1               TO WKE-ENTRIES
                   MOVE AUD-ACTION      TO WKE-LAST-ACTION
                   MOVE AUD-RUN-DATE    TO WKE-LAST-DATE
                   MOVE AUD-AFTER-IMAGE TO WKE-LAST-IMAGE
                   MOVE "N"             TO WKE-ARCHIVE-SWITCH
                   WRITE EMPLOYEE-WORK-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING CHKEMP.DAT: "
                               EMPLOYEE-WORK-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD 1                TO WKE-ENTRIES
                   MOVE AUD-ACTION      TO WKE-LAST-ACTION
                   MOVE AUD-RUN-DATE    TO WKE-LAST-DATE
                   MOVE AUD-AFTER-IMAGE TO WKE-LAST-IMAGE
                   REWRITE EMPLOYEE-WORK-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REWRITING CHKEMP.DAT: "
                               EMPLOYEE-WORK-STATUS
                   END-REWRITE
           END-READ.
           PERFORM READ-AUDIT-PARA.

      *    A RECORD PURGED BEFORE PURGES WERE AUDITED LEFT ITS LAST
      *    AFTER IMAGE IN THE ARCHIVE AND NOTHING IN THE AUDIT
       MARK-ARCHIVED-PARA.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-OK
               OPEN I-O EMPLOYEE-WORK
               MOVE 0 TO END-OF-FILE-SWITCH
               PERFORM READ-ARCHIVE-PARA
               PERFORM MARK-ARCHIVE-ENTRY-PARA UNTIL END-OF-FILE
               CLOSE EMPLOYEE-WORK
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-ARCHIVE-PARA.
           READ ARCHIVE-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO ARCHIVES-READ
           END-READ.

       MARK-ARCHIVE-ENTRY-PARA.
           MOVE ARCH-EMPLOYEE-RECORD(29:6) TO WKE-EMPLOYEE-NO.
           READ EMPLOYEE-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WKE-LAST-IMAGE = ARCH-EMPLOYEE-RECORD
                       MOVE "Y" TO WKE-ARCHIVE-SWITCH
                       REWRITE EMPLOYEE-WORK-RECORD
                           INVALID KEY
                               DISPLAY "ERROR REWRITING CHKEMP.DAT: "
                                   EMPLOYEE-WORK-STATUS
                       END-REWRITE
                   END-IF
           END-READ.
           PERFORM READ-ARCHIVE-PARA.

      *****************************************************************
      * MATCH EMPLOYEE.DAT AGAINST CHKEMP.DAT IN EMPLOYEE ORDER.      *
      *****************************************************************
       CHECK-EMPLOYEES-PARA.
           MOVE 0 TO MASTER-EOF-SWITCH.
           MOVE 0 TO WORK-EOF-SWITCH.
           MOVE 0 TO MASTER-OPEN-SWITCH.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-OK
               DISPLAY "ERROR OPENING EMPLOYEE.DAT: "
                   EMPLOYEE-MASTER-STATUS
               DISPLAY "EVERY EMPLOYEE IN THE AUDIT WILL BE LISTED"
               MOVE 1 TO MASTER-EOF-SWITCH
           ELSE
               MOVE 1 TO MASTER-OPEN-SWITCH
               MOVE ZEROS TO EMPLOYEE-NO-M
               START EMPLOYEE-MASTER KEY NOT LESS THAN EMPLOYEE-NO-M
                   INVALID KEY
                       MOVE 1 TO MASTER-EOF-SWITCH
               END-START
               IF NOT MASTER-EOF
                   PERFORM READ-EMPLOYEE-PARA
               END-IF
           END-IF.
           OPEN INPUT EMPLOYEE-WORK.
           PERFORM READ-EMPLOYEE-WORK-PARA.
           PERFORM MATCH-EMPLOYEE-PARA
               UNTIL MASTER-EOF AND WORK-EOF.
           IF MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE EMPLOYEE-WORK.

       READ-EMPLOYEE-PARA.
           READ EMPLOYEE-MASTER NEXT
               AT END
                   MOVE 1 TO MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO EMPLOYEES-READ
           END-READ.

       READ-EMPLOYEE-WORK-PARA.
           READ EMPLOYEE-WORK NEXT
               AT END
                   MOVE 1 TO WORK-EOF-SWITCH
           END-READ.

       MATCH-EMPLOYEE-PARA.
           EVALUATE TRUE
               WHEN MASTER-EOF
                   PERFORM AUDIT-ONLY-PARA
                   PERFORM READ-EMPLOYEE-WORK-PARA
               WHEN WORK-EOF
                   PERFORM NO-TRAIL-PARA
                   PERFORM READ-EMPLOYEE-PARA
               WHEN EMPLOYEE-NO-M = WKE-EMPLOYEE-NO
                   PERFORM COMPARE-EMPLOYEE-PARA
                   PERFORM READ-EMPLOYEE-PARA
                   PERFORM READ-EMPLOYEE-WORK-PARA
               WHEN EMPLOYEE-NO-M < WKE-EMPLOYEE-NO
                   PERFORM NO-TRAIL-PARA
                   PERFORM READ-EMPLOYEE-PARA
               WHEN OTHER
                   PERFORM AUDIT-ONLY-PARA
                   PERFORM READ-EMPLOYEE-WORK-PARA
           END-EVALUATE.

       COMPARE-EMPLOYEE-PARA.
           EVALUATE TRUE
               WHEN WKE-LAST-IMAGE = SPACES
                   ADD 1 TO REMOVED-ON-FILE
                   MOVE "ON FILE BUT REMOVED" TO EXL-TYPE
                   PERFORM PRINT-EMPLOYEE-PARA
                   PERFORM PRINT-MASTER-IMAGE-PARA
               WHEN EMPLOYEE-MASTER-RECORD NOT = WKE-LAST-IMAGE
                   ADD 1 TO IMAGE-ERRORS
                   MOVE "DIFFERS FROM AUDIT" TO EXL-TYPE
                   PERFORM PRINT-EMPLOYEE-PARA
                   PERFORM PRINT-MASTER-IMAGE-PARA
                   PERFORM PRINT-AUDIT-IMAGE-PARA
               WHEN OTHER
                   ADD 1 TO EMPLOYEES-AGREED
           END-EVALUATE.

       NO-TRAIL-PARA.
           ADD 1 TO NO-AUDIT-TRAIL.
           MOVE "NO AUDIT TRAIL" TO EXL-TYPE.
           MOVE EMPLOYEE-NO-M TO EXL-NO.
           MOVE EMPLOYEE-NAME-M TO EXL-NAME.
           MOVE SPACES TO EXL-ACTION.
           MOVE 0 TO EXL-DATE.
           MOVE EMPLOYEE-EXCEPTION-LINE TO PRINT-AREA.
           PERFORM PRINT-LINE-PARA.

      *    DELETED OR PURGED UNDER AUDIT IS WHERE IT SHOULD BE
       AUDIT-ONLY-PARA.
           EVALUATE TRUE
               WHEN WKE-LAST-IMAGE = SPACES
                   CONTINUE
               WHEN WKE-ARCHIVED
                   ADD 1 TO PURGED-UNAUDITED
               WHEN OTHER
                   ADD 1 TO MISSING-FROM-FILE
                   MOVE "MISSING FROM MASTER" TO EXL-TYPE
                   MOVE WKE-EMPLOYEE-NO TO EXL-NO
                   MOVE WKE-LAST-IMAGE TO IMAGE-WORK
                   MOVE IMG-NAME TO EXL-NAME
                   MOVE WKE-LAST-ACTION TO EXL-ACTION
                   MOVE WKE-LAST-DATE TO EXL-DATE
                   MOVE EMPLOYEE-EXCEPTION-LINE TO PRINT-AREA
                   PERFORM PRINT-LINE-PARA
                   PERFORM PRINT-AUDIT-IMAGE-PARA
           END-EVALUATE.

       PRINT-EMPLOYEE-PARA.
           MOVE EMPLOYEE-NO-M TO EXL-NO.
           MOVE EMPLOYEE-NAME-M TO EXL-NAME.
           MOVE WKE-LAST-ACTION TO EXL-ACTION.
           MOVE WKE-LAST-DATE TO EXL-DATE.
           MOVE EMPLOYEE-EXCEPTION-LINE TO PRINT-AREA.
           PERFORM PRINT-LINE-PARA.

       PRINT-MASTER-IMAGE-PARA.
           MOVE "MASTER:" TO RIL-LABEL.
           MOVE EMPLOYEE-MASTER-RECORD TO IMAGE-WORK.
           PERFORM PRINT-IMAGE-PARA.

       PRINT-AUDIT-IMAGE-PARA.
           MOVE "AUDIT:" TO RIL-LABEL.
           MOVE WKE-LAST-IMAGE TO IMAGE-WORK.
           PERFORM PRINT-IMAGE-PARA.

       PRINT-IMAGE-PARA.
           MOVE IMG-TYPE   TO RIL-TYPE.
           MOVE IMG-NAME   TO RIL-NAME.
           MOVE IMG-SALARY TO RIL-SALARY.
           MOVE IMG-LEAVE  TO RIL-LEAVE.
           MOVE IMG-DEPT   TO RIL-DEPT.
           MOVE REPORT-IMAGE-LINE TO PRINT-AREA.
           PERFORM PRINT-LINE-PARA.

      *****************************************************************
      * COUNTS FOR BOTH MASTERS AND THE VERDICT.                      *
      *****************************************************************
       PRINT-COUNTS-PARA.
           COMPUTE ACCOUNT-EXCEPTIONS = CHAIN-BREAKS
               + OPENINGS-NOT-ZERO + BALANCE-ERRORS + DATE-ERRORS
               + NO-HISTORY + NOT-ON-MASTER.
           COMPUTE EMPLOYEE-EXCEPTIONS = NO-AUDIT-TRAIL
               + IMAGE-ERRORS + REMOVED-ON-FILE + MISSING-FROM-FILE.
           COMPUTE TOTAL-EXCEPTIONS =
               ACCOUNT-EXCEPTIONS + EMPLOYEE-EXCEPTIONS.
           IF LINE-COUNT > LINES-PER-PAGE - 30
               PERFORM PRINT-PAGE-HEADING-PARA
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CONTROL COUNTS" TO RXL-TEXT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCTHIST.DAT RECORDS READ" TO CTL-LABEL.
           MOVE HISTORY-READ TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "ACCOUNTS IN THE HISTORY" TO CTL-LABEL.
           MOVE HISTORY-ACCOUNTS TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "ACCOUNTS ON ACCTMAST.DAT" TO CTL-LABEL.
           MOVE ACCOUNTS-READ TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  AGREEING WITH THEIR HISTORY" TO CTL-LABEL.
           MOVE ACCOUNTS-AGREED TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  CHAIN BREAKS" TO CTL-LABEL.
           MOVE CHAIN-BREAKS TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  ADDS NOT FROM ZERO" TO CTL-LABEL.
           MOVE OPENINGS-NOT-ZERO TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  BALANCE DIFFERS FROM HISTORY" TO CTL-LABEL.
           MOVE BALANCE-ERRORS TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  POSTED DATE DIFFERS FROM HISTORY" TO CTL-LABEL.
           MOVE DATE-ERRORS TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  ON MASTER WITH NO HISTORY" TO CTL-LABEL.
           MOVE NO-HISTORY TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  IN HISTORY BUT NOT ON MASTER" TO CTL-LABEL.
           MOVE NOT-ON-MASTER TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  TAKEN OFF BY ROLLBACK (NOT AN EXCEPTION)"
               TO CTL-LABEL.
           MOVE ROLLED-OFF TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "ACCOUNT EXCEPTIONS" TO CTL-LABEL.
           MOVE ACCOUNT-EXCEPTIONS TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AUDIT.DAT RECORDS READ" TO CTL-LABEL.
           MOVE AUDITS-READ TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "EMPLOYEES IN THE AUDIT" TO CTL-LABEL.
           MOVE AUDIT-EMPLOYEES TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "EMPARCH.DAT RECORDS READ" TO CTL-LABEL.
           MOVE ARCHIVES-READ TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "EMPLOYEES ON EMPLOYEE.DAT" TO CTL-LABEL.
           MOVE EMPLOYEES-READ TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  AGREEING WITH THEIR LAST AUDIT IMAGE" TO CTL-LABEL.
           MOVE EMPLOYEES-AGREED TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  NO AUDIT TRAIL" TO CTL-LABEL.
           MOVE NO-AUDIT-TRAIL TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  DIFFERS FROM LAST AUDIT IMAGE" TO CTL-LABEL.
           MOVE IMAGE-ERRORS TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  ON FILE BUT REMOVED PER AUDIT" TO CTL-LABEL.
           MOVE REMOVED-ON-FILE TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  MISSING FROM MASTER PER AUDIT" TO CTL-LABEL.
           MOVE MISSING-FROM-FILE TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "  PURGED BEFORE AUDIT (NOT AN EXCEPTION)"
               TO CTL-LABEL.
           MOVE PURGED-UNAUDITED TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "EMPLOYEE EXCEPTIONS" TO CTL-LABEL.
           MOVE EMPLOYEE-EXCEPTIONS TO CTL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TOTAL-EXCEPTIONS = 0
               MOVE "NO EXCEPTIONS - MASTERS AGREE WITH THEIR HISTORY"
                   TO RXL-TEXT
           ELSE
               MOVE "*** EXCEPTIONS FOUND - SEE LISTING ABOVE ***"
                   TO RXL-TEXT
           END-IF.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           ADD 30 TO LINE-COUNT.

       TERMINATE-PARA.
           MOVE RUN-DATE            TO CKL-RUN-DATE.
           MOVE RUN-TIME            TO CKL-RUN-TIME.
           MOVE ACCOUNTS-READ       TO CKL-ACCOUNTS.
           MOVE ACCOUNT-EXCEPTIONS  TO CKL-ACCT-EXCEPTIONS.
           MOVE EMPLOYEES-READ      TO CKL-EMPLOYEES.
           MOVE EMPLOYEE-EXCEPTIONS TO CKL-EMP-EXCEPTIONS.
           OPEN EXTEND CHECK-LOG-FILE.
           IF CHECK-LOG-NOT-FOUND
               OPEN OUTPUT CHECK-LOG-FILE
           END-IF.
           IF CHECK-LOG-OK
               WRITE CHECK-LOG-RECORD
               CLOSE CHECK-LOG-FILE
           ELSE
               DISPLAY "ERROR OPENING CHKLOG.DAT: " CHECK-LOG-STATUS
           END-IF.
           DISPLAY "ACCOUNTS CHECKED:    " ACCOUNTS-READ.
           DISPLAY "ACCOUNT EXCEPTIONS:  " ACCOUNT-EXCEPTIONS.
           DISPLAY "EMPLOYEES CHECKED:   " EMPLOYEES-READ.
           DISPLAY "EMPLOYEE EXCEPTIONS: " EMPLOYEE-EXCEPTIONS.
           IF TOTAL-EXCEPTIONS = 0
               DISPLAY "NO EXCEPTIONS - MASTERS AGREE WITH HISTORY"
           ELSE
               DISPLAY "EXCEPTIONS FOUND - SEE CHKRPT.DAT"
           END-IF.
           CLOSE CHECK-REPORT.

      *    START EACH MASTER'S LISTING ON A NEW PAGE
       PRINT-SECTION-PARA.
           PERFORM PRINT-PAGE-HEADING-PARA.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO LINE-COUNT.

       PRINT-LINE-PARA.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING-PARA
           END-IF.
           WRITE REPORT-LINE FROM PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       PRINT-PAGE-HEADING-PARA.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO RHL-PAGE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 2 TO LINE-COUNT.
