       IDENTIFICATION DIVISION.
       PROGRAM-ID.              ACCTEDIT.
       AUTHOR.                  RUSSELL BRAZELL.
       INSTALLATION.            HOME DESKTOP.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.           10/15/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * FRONT-END EDIT PASS FOR THE ACCOUNT POSTING RUN.  RUNS AFTER  *
      * CIEXERCISE1 AND BEFORE ACCTPOST.  READS SUSPENSE ITEMS        *
      * RELEASED BY SUSPFIX (ACCTRLSE.DAT), THEN SALARY POSTINGS LEFT *
      * BY PAYROLL (PAYPOST.DAT), AHEAD OF THE SESSION'S ACCTFILE.DAT *
      * AND EDITS EVERY ACCOUNT RECORD -- CLEAN RECORDS GO TO THE     *
      * POSTING FILE (ACCTVALD.DAT, WHICH ACCTPOST AND GLEXTRACT NOW  *
      * READ), FAILING RECORDS GO TO THE SUSPENSE FILE (ACCTSUSP.DAT) *
      * CARRYING A REASON CODE PER FAILED EDIT AND THE DATE           *
      * SUSPENDED, AND AN EDIT REPORT (ACCTERPT.DAT) LISTS THE        *
      * SUSPENDED ITEMS AND THE RUN'S COUNTS AND AMOUNTS.  THE SAME   *
      * AMOUNTS ARE LEFT ON THE EDIT CONTROL FILE (ACCTECTL.DAT) SO   *
      * ACCTRECON CAN SHOW THE SUSPENDED AND PAYROLL AMOUNTS AS LINES *
      * OF THEIR OWN AND STILL BALANCE THE DAY.  ACCTSUSP.DAT IS      *
      * EXTENDED, NOT REWRITTEN -- SUSPFIX WORKS IT DOWN AS ITEMS ARE *
      * RESOLVED -- EXCEPT THAT A RERUN FOR THE SAME PROCESSING DAY   *
      * FIRST TAKES OFF WHAT AN EARLIER RUN FOR THE DAY SUSPENDED.    *
      * NO ACCTFILE.DAT IS TAKEN AS A DAY WITH NO SESSION; THE        *
      * RELEASES AND PAYROLL ARE STILL EDITED AND ACCTVALD.DAT AND    *
      * ACCTECTL.DAT STILL WRITTEN FOR THE DAY.  ACCTRLSE.DAT AND     *
      * PAYPOST.DAT ARE LEFT AS THEY ARE SO THE EDIT CAN BE RERUN;    *
      * ACCTPOST TAKES OFF WHAT WAS EDITED ONCE IT HAS POSTED THE DAY *
      * CLEAN.                                                        *
      *                                                               *
      * THE DUPLICATE EDIT IS FOR THE SESSION ONLY.  AN ITEM SUSPFIX  *
      * RELEASED AS KEYED (OPERATOR OVERRIDE) HAS ALREADY BEEN JUDGED *
      * ON THE CODE-CHANGE EDIT, SO ONLY THE OTHER EDITS ARE APPLIED  *
      * TO IT.  CH AND CL SHARE THE FIFTH REASON SLOT; CL WINS.       *
      *                                                               *
      * REASON CODES:                                                 *
      *   AN - ACCOUNT NUMBER ZERO OR NOT NUMERIC                     *
      *   DU - ACCOUNT NUMBER ALREADY KEYED EARLIER IN THE SESSION    *
      *   TY - TYPE CODE NOT ON CODEREF.DAT                           *
      *   KN - KIND CODE NOT ON CODEREF.DAT                           *
      *   CH - TYPE/KIND DIFFERS FROM THE ACCOUNT MASTER              *
      *   CL - ACCOUNT IS CLOSED ON THE ACCOUNT MASTER                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-370.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN "ACCTFILE.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ACCOUNT-STATUS.
           SELECT RELEASE-FILE ASSIGN "ACCTRLSE.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS RELEASE-STATUS.
           SELECT PAYROLL-FILE ASSIGN "PAYPOST.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS PAYROLL-STATUS.
           SELECT POSTING-FILE ASSIGN "ACCTVALD.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS POSTING-STATUS.
           SELECT SUSPENSE-FILE ASSIGN "ACCTSUSP.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS SUSPENSE-STATUS.
           SELECT SUSPENSE-WORK ASSIGN "ACCTSUSW.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS SUSPENSE-WORK-STATUS.
           SELECT EDIT-REPORT ASSIGN "ACCTERPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EDIT-REPORT-STATUS.
           SELECT EDIT-CONTROL-FILE ASSIGN "ACCTECTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EDIT-CONTROL-STATUS.
           SELECT CODE-REF-FILE ASSIGN "CODEREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CODE-REF-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN "ACCTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NO-M
           FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN "RUNCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ACCOUNT FILE -- THE DAY'S SESSION OUTPUT FROM CIEXERCISE1
       FD  ACCOUNT-FILE
       01  ACCOUNT-FILE-RECORD
        03 ACCT-NO-O     PIC 9(12)V9(3).
        03 TYPE-CODE-O   PIC 9(2).
        03 KIND-CODE-O   PIC 9(3).
        03 DESCRIPTION-O PIC X(30).
        03 DATE-INPUT-O  PIC 9(8).
        03 BALANCE-O     PIC S9(9)V99.
      *    RELEASE FILE -- SUSPENSE ITEMS CORRECTED OR RELEASED BY
      *    SUSPFIX, EDITED AHEAD OF THE SESSION AND CLEARED BY
      *    ACCTPOST.  RLS-OVERRIDE "Y" = RELEASED AS KEYED.
       FD  RELEASE-FILE
       01  RELEASE-RECORD
        03 RLS-ACCOUNT-RECORD PIC X(69).
        03 RLS-OVERRIDE       PIC X(1).
      *    PAYROLL FILE -- SALARY-EXPENSE POSTINGS WRITTEN BY PAYROLL,
      *    SAME LAYOUT, EDITED AFTER THE RELEASES AND CLEARED BY
      *    ACCTPOST
       FD  PAYROLL-FILE
       01  PAYROLL-RECORD     PIC X(69).
      *    POSTING FILE -- CLEAN RECORDS, SAME LAYOUT, FED TO ACCTPOST
       FD  POSTING-FILE
       01  POSTING-RECORD     PIC X(69).
      *    SUSPENSE FILE -- FAILING RECORD PLUS A REASON CODE PER
      *    EDIT AND THE DATE SUSPENDED, SO SUSPFIX CAN AGE THEM
       FD  SUSPENSE-FILE
       01  SUSPENSE-RECORD
        03 SUSP-ACCOUNT-RECORD PIC X(69).
        03 SUSP-REASON-CODES.
         05 SUSP-REASON OCCURS 5 TIMES PIC X(2).
        03 SUSP-DATE           PIC 9(8).
      *    SUSPENSE WORK -- WHAT IS KEPT OF ACCTSUSP.DAT WHILE A RERUN
      *    TAKES OFF THE DAY'S EARLIER SUSPENSE
       FD  SUSPENSE-WORK
       01  SUSPENSE-WORK-RECORD PIC X(87).
      *    EDIT REPORT INFO -- PRINTED SUMMARY OF THE EDIT RUN
       FD  EDIT-REPORT
       01  REPORT-LINE        PIC X(80).
      *    EDIT CONTROL -- ONE RECORD OF THE RUN'S AMOUNTS, READ BY
      *    ACCTRECON TO BALANCE THE DAY AROUND THE SUSPENSE
       FD  EDIT-CONTROL-FILE
       01  EDIT-CONTROL-RECORD
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
      *    CODE REFERENCE FILE -- LAYOUT AS KEPT BY CODEMNT
       FD  CODE-REF-FILE
       01  CODE-REF-RECORD
        03 REF-CLASS    PIC X(1).
        03 REF-CODE     PIC 9(3).
        03 REF-DESC     PIC X(20).
        03 REF-UPD-OPR  PIC X(8).
        03 REF-UPD-TIME PIC 9(6).
      *    ACCOUNT MASTER -- READ ONLY, TO CATCH A POSTING THAT WOULD
      *    CARRY DIFFERENT CODES FROM THE ACCOUNT IT UPDATES
       FD  ACCOUNT-MASTER
       01  ACCOUNT-MASTER-RECORD
        03 ACCT-NO-M     PIC 9(12)V9(3).
        03 TYPE-CODE-M   PIC 9(2).
        03 KIND-CODE-M   PIC 9(3).
        03 DESCRIPTION-M PIC X(30).
        03 DATE-POSTED-M PIC 9(8).
        03 BALANCE-M     PIC S9(11)V99.
        03 ACCT-STATUS-M PIC X(1).
         88 ACCOUNT-OPEN   VALUE "O".
         88 ACCOUNT-CLOSED VALUE "C".
        03 DATE-CLOSED-M PIC 9(8).
      *    RUN CONTROL -- ONLY THE BUSINESS PROCESSING DATE IS USED
      *    HERE; THE STEP STATUSES BELONG TO RUNCTL
       FD  RUN-CONTROL-FILE
       01  RUN-CONTROL-RECORD
        03 RC-PROCESS-DATE PIC 9(8).
        03 FILLER          PIC X(72).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-STATUS PIC X(2) VALUE SPACES.
        88 ACCOUNT-FILE-NOT-FOUND VALUE "35".
       01  RELEASE-STATUS PIC X(2) VALUE SPACES.
       01  PAYROLL-STATUS PIC X(2) VALUE SPACES.
       01  POSTING-STATUS PIC X(2) VALUE SPACES.
       01  SUSPENSE-STATUS PIC X(2) VALUE SPACES.
        88 SUSPENSE-FILE-NOT-FOUND VALUE "35".
       01  SUSPENSE-WORK-STATUS PIC X(2) VALUE SPACES.
       01  EDIT-REPORT-STATUS PIC X(2) VALUE SPACES.
       01  EDIT-CONTROL-STATUS PIC X(2) VALUE SPACES.
       01  CODE-REF-STATUS PIC X(2) VALUE SPACES.
       01  ACCOUNT-MASTER-STATUS PIC X(2) VALUE SPACES.
        88 ACCOUNT-MASTER-OK VALUE "00".
       01  RUN-CONTROL-STATUS PIC X(2) VALUE SPACES.

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.
        88 NOT-END-OF-FILE VALUE 0.

       01  RECORD-GOOD-SWITCH PIC 9 VALUE 1.
        88 RECORD-GOOD VALUE 1.
        88 RECORD-BAD  VALUE 0.

      *    WHICH INPUT IS BEING EDITED -- RELEASES FIRST, THEN ANY
      *    PAYROLL POSTINGS, THEN THE SESSION
       01  INPUT-SOURCE-SWITCH PIC 9 VALUE 0.
        88 READING-SESSION VALUE 0.
        88 READING-RELEASE VALUE 1.
        88 READING-PAYROLL VALUE 2.

       01  PAYROLL-OPEN-SWITCH PIC 9 VALUE 0.
        88 PAYROLL-OPEN VALUE 1.

       01  OVERRIDE-SWITCH PIC 9 VALUE 0.
        88 RELEASED-AS-KEYED VALUE 1.

       01  MASTER-OPEN-SWITCH PIC 9 VALUE 0.
        88 MASTER-OPEN VALUE 1.

       01  SESSION-OPEN-SWITCH PIC 9 VALUE 1.
        88 SESSION-OPEN VALUE 1.

       01  SUSPENSE-EOF-SWITCH PIC 9 VALUE 0.
        88 SUSPENSE-EOF VALUE 1.

       01  SUSPENSE-WORK-ERROR-SWITCH PIC 9 VALUE 0.
        88 SUSPENSE-WORK-FAILED VALUE 1.

       01  SUSPENSE-DROPPED PIC 9(6) VALUE 0.

       01  FOUND-SWITCH PIC 9 VALUE 0.
        88 ENTRY-FOUND VALUE 1.

       01  RUN-DATE PIC 9(8).

       01  CONTROL-TOTALS.
        03 RECORDS-READ      PIC 9(6) VALUE 0.
        03 RECORDS-RELEASED  PIC 9(6) VALUE 0.
        03 RECORDS-ACCEPTED  PIC 9(6) VALUE 0.
        03 RECORDS-SUSPENDED PIC 9(6) VALUE 0.
        03 SESSION-COUNT     PIC 9(6) VALUE 0.
        03 SESSION-TOTAL     PIC S9(11)V99 VALUE 0.
        03 SESSION-SUSP-COUNT PIC 9(6) VALUE 0.
        03 SESSION-SUSP-TOTAL PIC S9(11)V99 VALUE 0.
        03 RELEASED-TOTAL    PIC S9(11)V99 VALUE 0.
        03 PAYROLL-COUNT     PIC 9(6) VALUE 0.
        03 PAYROLL-READ-TOTAL PIC S9(11)V99 VALUE 0.
        03 PAYROLL-TOTAL     PIC S9(11)V99 VALUE 0.
        03 POSTING-TOTAL     PIC S9(11)V99 VALUE 0.
        03 SUSPENDED-TOTAL   PIC S9(11)V99 VALUE 0.

       01  CODE-COUNT PIC 9(3) VALUE 0.
       01  REF-INDEX  PIC 9(3) VALUE 0.
       01  LOOKUP-CLASS PIC X(1).
       01  LOOKUP-CODE  PIC 9(3).

      *    THE TYPE AND KIND CODES ON CODEREF.DAT
       01  CODE-TABLE.
        03 CODE-ENTRY OCCURS 1 TO 200 TIMES
            DEPENDING ON CODE-COUNT.
         05 REF-TBL-CLASS PIC X(1).
         05 REF-TBL-CODE  PIC 9(3).

       01  SEEN-COUNT PIC 9(4) VALUE 0.
       01  SEEN-INDEX PIC 9(4) VALUE 0.

      *    EVERY ACCOUNT NUMBER IN THE SESSION SO FAR, FOR THE
      *    DUPLICATE CHECK
       01  SEEN-TABLE.
        03 SEEN-ENTRY OCCURS 1 TO 2000 TIMES
            DEPENDING ON SEEN-COUNT.
         05 SEEN-ACCT-NO PIC 9(12)V9(3).

       01  REPORT-HEADING-LINE.
           03  FILLER       PIC X(28)
               VALUE "ACCOUNT EDIT REPORT -- RUN ".
           03  RHL-DATE     PIC 9(8).

       01  REPORT-DETAIL-LINE.
           03  FILLER       PIC X(10) VALUE "SUSPENDED ".
           03  RDL-ACCT     PIC Z(12).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-DESC     PIC X(20).
           03  RDL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(9) VALUE " REASONS ".
           03  RDL-REASONS  PIC X(10).

       01  REPORT-COUNT-LINE.
           03  RCL-LABEL    PIC X(20).
           03  RCL-COUNT    PIC ZZZ,ZZ9.

       01  REPORT-AMOUNT-LINE.
           03  RAL-LABEL    PIC X(20).
           03  RAL-AMOUNT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM EDIT-RECORD-PARA UNTIL END-OF-FILE.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           PERFORM GET-PROCESS-DATE-PARA.
           PERFORM LOAD-CODE-REF-PARA.
           IF CODE-COUNT = 0
               DISPLAY "NO CODES ON CODEREF.DAT - NOTHING EDITED"
               STOP RUN
           END-IF.
      *    NO SESSION FILE IS A DAY WITH NOTHING KEYED -- THE RELEASES
      *    AND PAYROLL STILL GO THROUGH, AND THE DAY'S POSTING FILE
      *    AND CONTROLS ARE STILL WRITTEN SO NOTHING OLDER IS POSTED.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-FILE-NOT-FOUND
               DISPLAY "NO ACCTFILE.DAT - NO SESSION TO EDIT TODAY"
               MOVE 0 TO SESSION-OPEN-SWITCH
           ELSE
               IF ACCOUNT-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING ACCTFILE.DAT: "
                       ACCOUNT-STATUS
                   DISPLAY "NOTHING EDITED THIS RUN"
                   STOP RUN
               END-IF
           END-IF.
           PERFORM PURGE-SUSPENSE-PARA THRU PURGE-SUSPENSE-EXIT.
           OPEN OUTPUT POSTING-FILE.
           IF POSTING-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTVALD.DAT: " POSTING-STATUS
               DISPLAY "NOTHING EDITED THIS RUN"
               STOP RUN
           END-IF.
      *    SUSPENSE CARRIES OVER UNTIL SUSPFIX RESOLVES IT -- EXTEND
      *    THE FILE, CREATING IT THE FIRST TIME THROUGH.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUSPENSE-FILE-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
      *    ITEMS RELEASED BY SUSPFIX ARE EDITED AHEAD OF THE SESSION.
      *    NO RELEASE FILE JUST MEANS NONE OUTSTANDING.
           OPEN INPUT RELEASE-FILE.
           IF RELEASE-STATUS = "00"
               MOVE 1 TO INPUT-SOURCE-SWITCH
           END-IF.
      *    PAYROLL POSTINGS FOLLOW THE RELEASES.  NO PAYROLL FILE
      *    JUST MEANS NO PAYROLL HAS RUN SINCE THE LAST EDIT.
           OPEN INPUT PAYROLL-FILE.
           IF PAYROLL-STATUS = "00"
               MOVE 1 TO PAYROLL-OPEN-SWITCH
               IF READING-SESSION
                   MOVE 2 TO INPUT-SOURCE-SWITCH
               END-IF
           END-IF.
           OPEN OUTPUT EDIT-REPORT.
      *    THE MASTER IS ONLY NEEDED FOR THE CODE-CHANGE AND CLOSED
      *    ACCOUNT EDITS -- WITHOUT ONE NOTHING HAS BEEN POSTED YET,
      *    SO NOTHING CAN CHANGE CODES OR BE CLOSED.
           OPEN INPUT ACCOUNT-MASTER.
           IF ACCOUNT-MASTER-OK
               MOVE 1 TO MASTER-OPEN-SWITCH
           ELSE
               DISPLAY "ACCTMAST.DAT NOT AVAILABLE: "
                   ACCOUNT-MASTER-STATUS
               DISPLAY "CODE CHANGES AGAINST THE MASTER NOT CHECKED"
           END-IF.
           MOVE RUN-DATE TO RHL-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-ACCOUNT-PARA.

      *****************************************************************
      * THE RUN IS STAMPED WITH THE BUSINESS PROCESSING DATE FROM     *
      * THE RUN-CONTROL FILE KEPT BY RUNCTL.  WITHOUT A CONTROL FILE  *
      * THE MACHINE DATE IS USED.                                     *
      *****************************************************************
       GET-PROCESS-DATE-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-PROCESS-DATE NOT = 0
                           MOVE RC-PROCESS-DATE TO RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-CODE-REF-PARA.
           MOVE 0 TO CODE-COUNT.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT CODE-REF-FILE.
           IF CODE-REF-STATUS = "00"
               PERFORM READ-CODE-REF-PARA UNTIL END-OF-FILE
               CLOSE CODE-REF-FILE
           ELSE
               DISPLAY "ERROR OPENING CODEREF.DAT: " CODE-REF-STATUS
           END-IF.
           MOVE 0 TO END-OF-FILE-SWITCH.

      *****************************************************************
      * A RERUN FOR THE SAME PROCESSING DAY EDITS THE SAME SESSION,   *
      * RELEASES AND PAYROLL AGAIN, SO WHAT AN EARLIER RUN FOR THE    *
      * DAY SUSPENDED IS TAKEN OFF ACCTSUSP.DAT FIRST -- THE RERUN    *
      * SUSPENDS IT AGAIN IF IT STILL FAILS.  THE FILE IS ONLY        *
      * REWRITTEN, THROUGH ACCTSUSW.DAT, WHEN THERE IS SOMETHING TO   *
      * TAKE OFF.  IF IT CANNOT BE DONE NOTHING IS EDITED.            *
      *****************************************************************
       PURGE-SUSPENSE-PARA.
           MOVE 0 TO SUSPENSE-DROPPED.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               GO TO PURGE-SUSPENSE-EXIT
           END-IF.
           MOVE 0 TO SUSPENSE-EOF-SWITCH.
           PERFORM COUNT-SUSPENSE-PARA UNTIL SUSPENSE-EOF.
           CLOSE SUSPENSE-FILE.
           IF SUSPENSE-DROPPED = 0
               GO TO PURGE-SUSPENSE-EXIT
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-WORK.
           IF SUSPENSE-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTSUSW.DAT: "
                   SUSPENSE-WORK-STATUS
               DISPLAY "NOTHING EDITED THIS RUN"
               STOP RUN
           END-IF.
           MOVE 0 TO SUSPENSE-EOF-SWITCH.
           PERFORM KEEP-SUSPENSE-PARA UNTIL SUSPENSE-EOF.
           CLOSE SUSPENSE-FILE SUSPENSE-WORK.
           IF SUSPENSE-WORK-FAILED
               DISPLAY "ACCTSUSP.DAT LEFT AS IT WAS - NOTHING EDITED"
               STOP RUN
           END-IF.
           OPEN INPUT SUSPENSE-WORK.
           OPEN OUTPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTSUSP.DAT: " SUSPENSE-STATUS
               DISPLAY "SUSPENSE IS ON ACCTSUSW.DAT - NOTHING EDITED"
               STOP RUN
           END-IF.
           MOVE 0 TO SUSPENSE-EOF-SWITCH.
           PERFORM RESTORE-SUSPENSE-PARA UNTIL SUSPENSE-EOF.
           CLOSE SUSPENSE-WORK SUSPENSE-FILE.
           DISPLAY SUSPENSE-DROPPED " ITEMS SUSPENDED BY AN EARLIER RUN"
               " FOR " RUN-DATE " TAKEN OFF".
       PURGE-SUSPENSE-EXIT.
           EXIT.

       COUNT-SUSPENSE-PARA.
           READ SUSPENSE-FILE
               AT END
                   MOVE 1 TO SUSPENSE-EOF-SWITCH
               NOT AT END
                   IF SUSP-DATE = RUN-DATE
                       ADD 1 TO SUSPENSE-DROPPED
                   END-IF
           END-READ.

       KEEP-SUSPENSE-PARA.
           READ SUSPENSE-FILE
               AT END
                   MOVE 1 TO SUSPENSE-EOF-SWITCH
               NOT AT END
                   IF SUSP-DATE NOT = RUN-DATE
                       WRITE SUSPENSE-WORK-RECORD FROM SUSPENSE-RECORD
                       IF SUSPENSE-WORK-STATUS NOT = "00"
                           DISPLAY "ERROR WRITING ACCTSUSW.DAT: "
                               SUSPENSE-WORK-STATUS
                           MOVE 1 TO SUSPENSE-WORK-ERROR-SWITCH
                       END-IF
                   END-IF
           END-READ.

       RESTORE-SUSPENSE-PARA.
           READ SUSPENSE-WORK
               AT END
                   MOVE 1 TO SUSPENSE-EOF-SWITCH
               NOT AT END
                   WRITE SUSPENSE-RECORD FROM SUSPENSE-WORK-RECORD
                   IF SUSPENSE-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING ACCTSUSP.DAT: "
                           SUSPENSE-STATUS
                   END-IF
           END-READ.

       READ-CODE-REF-PARA.
           READ CODE-REF-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF CODE-COUNT < 200
                       ADD 1 TO CODE-COUNT
                       MOVE REF-CLASS TO REF-TBL-CLASS(CODE-COUNT)
                       MOVE REF-CODE  TO REF-TBL-CODE(CODE-COUNT)
                   END-IF
           END-READ.

       READ-ACCOUNT-PARA.
           MOVE 0 TO OVERRIDE-SWITCH.
           EVALUATE TRUE
               WHEN READING-RELEASE
                   PERFORM READ-RELEASE-PARA
               WHEN READING-PAYROLL
                   PERFORM READ-PAYROLL-PARA
               WHEN OTHER
                   PERFORM READ-SESSION-PARA
           END-EVALUATE.

       READ-RELEASE-PARA.
           READ RELEASE-FILE
               AT END
                   CLOSE RELEASE-FILE
                   IF PAYROLL-OPEN
                       MOVE 2 TO INPUT-SOURCE-SWITCH
                       PERFORM READ-PAYROLL-PARA
                   ELSE
                       MOVE 0 TO INPUT-SOURCE-SWITCH
                       PERFORM READ-SESSION-PARA
                   END-IF
               NOT AT END
                   MOVE RLS-ACCOUNT-RECORD TO ACCOUNT-FILE-RECORD
                   IF RLS-OVERRIDE = "Y"
                       MOVE 1 TO OVERRIDE-SWITCH
                   END-IF
                   ADD 1 TO RECORDS-READ
                   ADD 1 TO RECORDS-RELEASED
           END-READ.

       READ-PAYROLL-PARA.
           READ PAYROLL-FILE
               AT END
                   MOVE 0 TO INPUT-SOURCE-SWITCH
                   PERFORM READ-SESSION-PARA
               NOT AT END
                   MOVE PAYROLL-RECORD TO ACCOUNT-FILE-RECORD
                   ADD 1 TO RECORDS-READ
                   ADD 1 TO PAYROLL-COUNT
                   ADD BALANCE-O TO PAYROLL-READ-TOTAL
           END-READ.

       READ-SESSION-PARA.
           IF SESSION-OPEN
               READ ACCOUNT-FILE
                   AT END
                       MOVE 1 TO END-OF-FILE-SWITCH
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       ADD 1 TO SESSION-COUNT
                       ADD BALANCE-O TO SESSION-TOTAL
               END-READ
           ELSE
               MOVE 1 TO END-OF-FILE-SWITCH
           END-IF.

      *****************************************************************
      * A RECORD THAT PASSES EVERY EDIT GOES TO THE POSTING FILE.     *
      * ONE THAT FAILS ANY GOES TO SUSPENSE WITH ITS REASON CODES.    *
      * THE AMOUNTS ARE KEPT APART BY SOURCE SO ACCTRECON CAN TIE     *
      * THE SESSION BACK TO ITS REGISTER.                             *
      *****************************************************************
       EDIT-RECORD-PARA.
           MOVE 1 TO RECORD-GOOD-SWITCH.
           MOVE SPACES TO SUSP-REASON-CODES.
           PERFORM EDIT-ACCT-NO-PARA.
           PERFORM EDIT-DUPLICATE-PARA THRU EDIT-DUPLICATE-EXIT.
           PERFORM EDIT-TYPE-CODE-PARA.
           PERFORM EDIT-KIND-CODE-PARA.
           PERFORM EDIT-CODE-CHANGE-PARA THRU EDIT-CODE-CHANGE-EXIT.
           IF RECORD-GOOD
               WRITE POSTING-RECORD FROM ACCOUNT-FILE-RECORD
               IF POSTING-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING ACCTVALD.DAT: "
                       POSTING-STATUS
               END-IF
               ADD 1 TO RECORDS-ACCEPTED
               ADD BALANCE-O TO POSTING-TOTAL
               IF READING-RELEASE
                   ADD BALANCE-O TO RELEASED-TOTAL
               END-IF
               IF READING-PAYROLL
                   ADD BALANCE-O TO PAYROLL-TOTAL
               END-IF
           ELSE
               MOVE ACCOUNT-FILE-RECORD TO SUSP-ACCOUNT-RECORD
               MOVE RUN-DATE TO SUSP-DATE
               WRITE SUSPENSE-RECORD
               IF SUSPENSE-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING ACCTSUSP.DAT: "
                       SUSPENSE-STATUS
               END-IF
               ADD 1 TO RECORDS-SUSPENDED
               ADD BALANCE-O TO SUSPENDED-TOTAL
               IF READING-SESSION
                   ADD 1 TO SESSION-SUSP-COUNT
                   ADD BALANCE-O TO SESSION-SUSP-TOTAL
               END-IF
               PERFORM WRITE-SUSPENSE-LINE-PARA
           END-IF.
           PERFORM READ-ACCOUNT-PARA.

       EDIT-ACCT-NO-PARA.
           IF ACCT-NO-O IS NOT NUMERIC
               MOVE "AN" TO SUSP-REASON(1)
               MOVE 0 TO RECORD-GOOD-SWITCH
           ELSE
               IF ACCT-NO-O = ZERO
                   MOVE "AN" TO SUSP-REASON(1)
                   MOVE 0 TO RECORD-GOOD-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      * THE SAME ACCOUNT NUMBER TWICE IN ONE RUN IS ALMOST ALWAYS A   *
      * DOUBLE KEYING.  THE FIRST ONE POSTS; LATER ONES ARE HELD FOR  *
      * SUSPFIX TO CORRECT OR RELEASE.  ONLY THE SESSION IS CHECKED,  *
      * AND ONLY AGAINST ITSELF -- A RELEASED ITEM OR A PAYROLL       *
      * POSTING TO THE SAME ACCOUNT IS NOT A SECOND KEYING.           *
      *****************************************************************
       EDIT-DUPLICATE-PARA.
           IF NOT READING-SESSION
            OR SUSP-REASON(1) NOT = SPACES
               GO TO EDIT-DUPLICATE-EXIT
           END-IF.
           MOVE 0 TO FOUND-SWITCH.
           MOVE 1 TO SEEN-INDEX.
           PERFORM SCAN-SEEN-PARA
               UNTIL ENTRY-FOUND OR SEEN-INDEX > SEEN-COUNT.
           IF ENTRY-FOUND
               MOVE "DU" TO SUSP-REASON(2)
               MOVE 0 TO RECORD-GOOD-SWITCH
           ELSE
               IF SEEN-COUNT < 2000
                   ADD 1 TO SEEN-COUNT
                   MOVE ACCT-NO-O TO SEEN-ACCT-NO(SEEN-COUNT)
               ELSE
                   DISPLAY "DUPLICATE TABLE FULL - NOT CHECKED: "
                       ACCT-NO-O
               END-IF
           END-IF.
       EDIT-DUPLICATE-EXIT.
           EXIT.

       SCAN-SEEN-PARA.
           IF SEEN-ACCT-NO(SEEN-INDEX) = ACCT-NO-O
               MOVE 1 TO FOUND-SWITCH
           ELSE
               ADD 1 TO SEEN-INDEX
           END-IF.

       EDIT-TYPE-CODE-PARA.
           IF TYPE-CODE-O IS NOT NUMERIC
               MOVE "TY" TO SUSP-REASON(3)
               MOVE 0 TO RECORD-GOOD-SWITCH
           ELSE
               MOVE "T" TO LOOKUP-CLASS
               MOVE TYPE-CODE-O TO LOOKUP-CODE
               PERFORM FIND-CODE-PARA
               IF NOT ENTRY-FOUND
                   MOVE "TY" TO SUSP-REASON(3)
                   MOVE 0 TO RECORD-GOOD-SWITCH
               END-IF
           END-IF.

       EDIT-KIND-CODE-PARA.
           IF KIND-CODE-O IS NOT NUMERIC
               MOVE "KN" TO SUSP-REASON(4)
               MOVE 0 TO RECORD-GOOD-SWITCH
           ELSE
               MOVE "K" TO LOOKUP-CLASS
               MOVE KIND-CODE-O TO LOOKUP-CODE
               PERFORM FIND-CODE-PARA
               IF NOT ENTRY-FOUND
                   MOVE "KN" TO SUSP-REASON(4)
                   MOVE 0 TO RECORD-GOOD-SWITCH
               END-IF
           END-IF.

       FIND-CODE-PARA.
           MOVE 0 TO FOUND-SWITCH.
           MOVE 1 TO REF-INDEX.
           PERFORM SCAN-CODE-TABLE-PARA
               UNTIL ENTRY-FOUND OR REF-INDEX > CODE-COUNT.

       SCAN-CODE-TABLE-PARA.
           IF REF-TBL-CLASS(REF-INDEX) = LOOKUP-CLASS
            AND REF-TBL-CODE(REF-INDEX) = LOOKUP-CODE
               MOVE 1 TO FOUND-SWITCH
           ELSE
               ADD 1 TO REF-INDEX
           END-IF.

      *****************************************************************
      * ACCTPOST APPLIES AN UPDATE UNDER THE MASTER'S OWN CODES, SO A *
      * RECORD FOR AN EXISTING ACCOUNT THAT CARRIES DIFFERENT CODES   *
      * WOULD POST ONE WAY AND GO TO THE LEDGER ANOTHER.  IT IS HELD. *
      * A RECORD FOR AN ACCOUNT CLOSED THROUGH ACCTMAINT IS HELD AS   *
      * CL INSTEAD -- EVEN WHEN RELEASED AS KEYED, SINCE ACCTPOST     *
      * WILL NOT POST TO A CLOSED ACCOUNT.                            *
      *****************************************************************
       EDIT-CODE-CHANGE-PARA.
           IF NOT MASTER-OPEN
            OR SUSP-REASON(1) NOT = SPACES
               GO TO EDIT-CODE-CHANGE-EXIT
           END-IF.
           MOVE ACCT-NO-O TO ACCT-NO-M.
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO EDIT-CODE-CHANGE-EXIT
           END-READ.
           IF ACCOUNT-CLOSED
               MOVE "CL" TO SUSP-REASON(5)
               MOVE 0 TO RECORD-GOOD-SWITCH
               GO TO EDIT-CODE-CHANGE-EXIT
           END-IF.
           IF RELEASED-AS-KEYED
               GO TO EDIT-CODE-CHANGE-EXIT
           END-IF.
           IF TYPE-CODE-M NOT = TYPE-CODE-O
            OR KIND-CODE-M NOT = KIND-CODE-O
               MOVE "CH" TO SUSP-REASON(5)
               MOVE 0 TO RECORD-GOOD-SWITCH
           END-IF.
       EDIT-CODE-CHANGE-EXIT.
           EXIT.

       WRITE-SUSPENSE-LINE-PARA.
           MOVE ACCT-NO-O         TO RDL-ACCT.
           MOVE DESCRIPTION-O     TO RDL-DESC.
           MOVE BALANCE-O         TO RDL-AMOUNT.
           MOVE SUSP-REASON-CODES TO RDL-REASONS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.

      *****************************************************************
      * LEAVE THE RUN'S AMOUNTS FOR ACCTRECON.  THE SESSION TOTAL IS  *
      * WHAT CIEXERCISE1 REGISTERED; IT SPLITS INTO WHAT WENT TO THE  *
      * POSTING FILE AND WHAT WAS SUSPENDED.  RELEASED ITEMS AND      *
      * PAYROLL POSTINGS ARE ON THE POSTING FILE BUT NOT ON TODAY'S   *
      * REGISTER.                                                     *
      *****************************************************************
       WRITE-EDIT-CONTROL-PARA.
           MOVE RUN-DATE           TO ECT-RUN-DATE.
           MOVE SESSION-COUNT      TO ECT-SESSION-COUNT.
           MOVE SESSION-TOTAL      TO ECT-SESSION-TOTAL.
           MOVE SESSION-SUSP-COUNT TO ECT-SUSPENDED-COUNT.
           MOVE SESSION-SUSP-TOTAL TO ECT-SUSPENDED-TOTAL.
           MOVE RECORDS-RELEASED   TO ECT-RELEASED-COUNT.
           MOVE RELEASED-TOTAL     TO ECT-RELEASED-TOTAL.
           MOVE RECORDS-ACCEPTED   TO ECT-POSTING-COUNT.
           MOVE POSTING-TOTAL      TO ECT-POSTING-TOTAL.
           MOVE PAYROLL-COUNT      TO ECT-PAYROLL-COUNT.
           MOVE PAYROLL-TOTAL      TO ECT-PAYROLL-TOTAL.
           OPEN OUTPUT EDIT-CONTROL-FILE.
           IF EDIT-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTECTL.DAT: "
                   EDIT-CONTROL-STATUS
           ELSE
               WRITE EDIT-CONTROL-RECORD
               IF EDIT-CONTROL-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING ACCTECTL.DAT: "
                       EDIT-CONTROL-STATUS
               END-IF
               CLOSE EDIT-CONTROL-FILE
           END-IF.

       TERMINATE-PARA.
           PERFORM WRITE-EDIT-CONTROL-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS READ:     " TO RCL-LABEL.
           MOVE RECORDS-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "RECORDS RELEASED: " TO RCL-LABEL.
           MOVE RECORDS-RELEASED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "PAYROLL POSTINGS: " TO RCL-LABEL.
           MOVE PAYROLL-COUNT TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "RECORDS ACCEPTED: " TO RCL-LABEL.
           MOVE RECORDS-ACCEPTED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "RECORDS SUSPENDED:" TO RCL-LABEL.
           MOVE RECORDS-SUSPENDED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SESSION TOTAL:     " TO RAL-LABEL.
           MOVE SESSION-TOTAL TO RAL-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE.
           MOVE "RELEASED TOTAL:    " TO RAL-LABEL.
           MOVE RELEASED-TOTAL TO RAL-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE.
           MOVE "PAYROLL READ:      " TO RAL-LABEL.
           MOVE PAYROLL-READ-TOTAL TO RAL-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE.
           MOVE "PAYROLL ACCEPTED:  " TO RAL-LABEL.
           MOVE PAYROLL-TOTAL TO RAL-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE.
           MOVE "TO POSTING FILE:   " TO RAL-LABEL.
           MOVE POSTING-TOTAL TO RAL-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE.
           MOVE "TO SUSPENSE:       " TO RAL-LABEL.
           MOVE SUSPENDED-TOTAL TO RAL-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE.
           DISPLAY "RECORDS READ:      " RECORDS-READ.
           DISPLAY "RECORDS RELEASED:  " RECORDS-RELEASED.
           DISPLAY "PAYROLL POSTINGS:  " PAYROLL-COUNT.
           DISPLAY "RECORDS ACCEPTED:  " RECORDS-ACCEPTED.
           DISPLAY "RECORDS SUSPENDED: " RECORDS-SUSPENDED.
           CLOSE POSTING-FILE SUSPENSE-FILE EDIT-REPORT.
           IF SESSION-OPEN
               CLOSE ACCOUNT-FILE
           END-IF.
           IF MASTER-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF.
           IF PAYROLL-OPEN
               CLOSE PAYROLL-FILE
           END-IF.
