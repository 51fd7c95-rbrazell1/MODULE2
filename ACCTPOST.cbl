       DATE-COMPILED.           8/22/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * BATCH POSTING RUN FED BY ACCTEDIT.  READS THE EDITED POSTING  *
      * FILE (ACCTVALD.DAT) -- THE SESSION'S ACCOUNT RECORDS THAT     *
      * PASSED THE EDITS, PLUS ANY RELEASED FROM SUSPENSE -- AND      *
      * POSTS EACH RECORD TO THE PERMANENT ACCOUNT MASTER             *
      * (ACCTMAST.DAT) KEYED ON ACCOUNT NUMBER -- NEW ACCOUNTS ARE    *
      * ADDED OPEN, EXISTING OPEN ACCOUNTS HAVE THE SESSION BALANCE   *
      * APPLIED.  A POSTING TO AN ACCOUNT CLOSED THROUGH ACCTMAINT IS *
      * REJECTED AND LEFT OFF THE MASTER.  A POSTING REPORT           *
      * (POSTRPT.DAT) SHOWS EVERY ADD, UPDATE AND REJECT AND THE      *
      * POSTED TOTAL SO THE RUN CAN BE TIED BACK TO THE SESSION       *
      * REGISTER.  EVERY POSTING IS ALSO LOGGED TO A PERMANENT        *
      * TRANSACTION HISTORY FILE (ACCTHIST.DAT) CARRYING THE AMOUNT   *
      * APPLIED AND THE RESULTING BALANCE -- ACCTSTMT PRINTS ACCOUNT  *
      * STATEMENTS FROM IT.                                           *
      *                                                               *
      * BEFORE THE MASTER IS OPENED FOR UPDATE IT IS COPIED TO THE    *
      * OLDEST OF THREE BACKUP GENERATIONS (ACTBKP1.DAT TO            *
      * ACTBKP3.DAT), RECORDED ON THE BACKUP CATALOG BKUPCAT.DAT, SO  *
      * A BAD POSTING FILE CAN BE ROLLED BACK WITH MASTREST AND THE   *
      * DAY RERUN.  IF THE BACKUP CANNOT BE TAKEN NOTHING IS POSTED.  *
      *                                                               *
      * NOTHING IS POSTED UNLESS ACCTECTL.DAT SHOWS THE POSTING FILE  *
      * WAS EDITED FOR THE CURRENT PROCESSING DATE, SO A POSTING FILE *
      * LEFT FROM AN EARLIER DAY CAN NOT GO TO THE MASTER A SECOND    *
      * TIME.                                                         *
      *                                                               *
      * ONCE THE WHOLE POSTING FILE HAS GONE TO THE MASTER WITHOUT AN *
      * ERROR, THE SUSPENSE RELEASES (ACCTRLSE.DAT) AND PAYROLL       *
      * POSTINGS (PAYPOST.DAT) THAT ACCTEDIT PUT INTO IT ARE TAKEN    *
      * OFF SO THEY ARE NOT POSTED TWICE.  UNTIL THEN THEY ARE KEPT,  *
      * SO ACCTEDIT CAN BE RERUN AND PICK THEM UP AGAIN.  BOTH FILES  *
      * ARE ONLY EVER ADDED TO, SO THE RECORDS EDITED ARE THE FIRST   *
      * ONES ON EACH, AS MANY AS ACCTECTL.DAT COUNTED.  THOSE GO TO   *
      * THE GENERATION COPIES FOR THE MASTER BACKUP SLOT (RLSBKP1.DAT *
      * TO RLSBKP3.DAT AND PAYBKP1.DAT TO PAYBKP3.DAT) FOR MASTREST;  *
      * ANYTHING ADDED SINCE THE EDIT STAYS ON THE FILE FOR THE NEXT  *
      * ONE.  A FILE HOLDING FEWER RECORDS THAN WERE EDITED HAS BEEN  *
      * CHANGED BY HAND AND IS LEFT ALONE WITH A WARNING.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN "ACCTVALD.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS ACCOUNT-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN "ACCTMAST.DAT"
           SELECT RUN-CONTROL-FILE ASSIGN "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT BACKUP-CATALOG ASSIGN "BKUPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT BACKUP-GEN-1 ASSIGN "ACTBKP1.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
           SELECT BACKUP-GEN-2 ASSIGN "ACTBKP2.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
           SELECT BACKUP-GEN-3 ASSIGN "ACTBKP3.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
           SELECT RELEASE-FILE ASSIGN "ACCTRLSE.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS RELEASE-STATUS.
           SELECT PAYROLL-FILE ASSIGN "PAYPOST.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS PAYROLL-STATUS.
           SELECT EDIT-CONTROL-FILE ASSIGN "ACCTECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-CONTROL-STATUS.
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
           SELECT INPUT-WORK-FILE ASSIGN "ACCTPWRK.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS INPUT-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    POSTING FILE -- ONE RECORD PER ACCOUNT THAT PASSED ACCTEDIT
       FD  ACCOUNT-FILE.
       01  ACCOUNT-FILE-RECORD.
           03  ACCT-NO-O     PIC 9(12)V9(3).
           03  DESCRIPTION-M PIC X(30).
           03  DATE-POSTED-M PIC 9(8).
           03  BALANCE-M     PIC S9(11)V99.
           03  ACCT-STATUS-M PIC X(1).
               88  ACCOUNT-OPEN   VALUE "O".
               88  ACCOUNT-CLOSED VALUE "C".
           03  DATE-CLOSED-M PIC 9(8).
      *    POSTING REPORT -- PRINTED AUDIT OF THE POSTING RUN
       FD  POSTING-REPORT.
       01  REPORT-LINE PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           03  RC-PROCESS-DATE PIC 9(8).
           03  FILLER          PIC X(72).
      *    BACKUP CATALOG -- ONE ENTRY PER GENERATION SLOT OF EACH
      *    MASTER.  SHARED WITH PROGRAM2, WHICH KEEPS ITS OWN ENTRIES
      *    FOR EMPLOYEE, AND WITH ACCTACCR, WHICH TAKES THE SAME
      *    ACCTMAST SLOTS.  READ BY MASTREST TO ROLL A MASTER BACK.
      *    AN ENTRY STAYS "I" WHILE ITS COPY IS BEING TAKEN AND IS
      *    MARKED "C" ONLY WHEN THE WHOLE MASTER HAS BEEN COPIED.
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
      *    BACKUP GENERATIONS -- A STRAIGHT COPY OF ACCTMAST.DAT IN
      *    KEY ORDER, TAKEN BEFORE THE RUN TOUCHES THE MASTER
       FD  BACKUP-GEN-1.
       01  BACKUP-RECORD-1 PIC X(80).
       FD  BACKUP-GEN-2.
       01  BACKUP-RECORD-2 PIC X(80).
       FD  BACKUP-GEN-3.
       01  BACKUP-RECORD-3 PIC X(80).
      *    SUSPENSE RELEASES FROM SUSPFIX AND PAYROLL POSTINGS FROM
      *    PAYROLL -- ACCTEDIT'S INPUTS, ONLY TAKEN OFF HERE
       FD  RELEASE-FILE.
       01  RELEASE-RECORD PIC X(70).
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD PIC X(69).
      *    EDIT CONTROL RECORD -- WRITTEN BY ACCTEDIT WITH THE POSTING
      *    FILE: ITS DATE AND HOW MANY RELEASES AND PAYROLL POSTINGS
      *    WENT INTO IT
       FD  EDIT-CONTROL-FILE.
       01  EDIT-CONTROL-RECORD.
           03  ECT-RUN-DATE        PIC 9(8).
           03  ECT-SESSION-COUNT   PIC 9(6).
           03  ECT-SESSION-TOTAL   PIC S9(11)V99.
           03  ECT-SUSPENDED-COUNT PIC 9(6).
           03  ECT-SUSPENDED-TOTAL PIC S9(11)V99.
           03  ECT-RELEASED-COUNT  PIC 9(6).
           03  ECT-RELEASED-TOTAL  PIC S9(11)V99.
           03  ECT-POSTING-COUNT   PIC 9(6).
           03  ECT-POSTING-TOTAL   PIC S9(11)V99.
           03  ECT-PAYROLL-COUNT   PIC 9(6).
           03  ECT-PAYROLL-TOTAL   PIC S9(11)V99.
      *    INPUT GENERATIONS -- THE RELEASES AND PAYROLL POSTINGS THE
      *    RUN TOOK OFF, KEPT IN THE SAME SLOT AS THE MASTER BACKUP SO
      *    MASTREST CAN PUT THEM BACK WITH IT
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
      *    WORK FILE -- RECORDS ADDED TO AN INPUT SINCE THE EDIT, HELD
      *    WHILE THE INPUT IS REWRITTEN WITHOUT THE ONES POSTED
       FD  INPUT-WORK-FILE.
       01  INPUT-WORK-RECORD PIC X(70).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-STATUS PIC X(2).
           88  HISTORY-FILE-OK        VALUE "00".
           88  HISTORY-FILE-NOT-FOUND VALUE "35".
       01  RUN-CONTROL-STATUS PIC X(2).
       01  CATALOG-STATUS PIC X(2).
       01  BACKUP-STATUS PIC X(2).
       01  RELEASE-STATUS PIC X(2).
       01  PAYROLL-STATUS PIC X(2).
       01  EDIT-CONTROL-STATUS PIC X(2).
           88  EDIT-CONTROL-OK VALUE "00".
       01  INPUT-COPY-STATUS PIC X(2).
       01  INPUT-WORK-STATUS PIC X(2).

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
           88  END-OF-FILE     VALUE 1.
           03  ACCOUNTS-READ    PIC 9(6) VALUE 0.
           03  ACCOUNTS-ADDED   PIC 9(6) VALUE 0.
           03  ACCOUNTS-UPDATED PIC 9(6) VALUE 0.
           03  ACCOUNTS-REJECTED PIC 9(6) VALUE 0.
           03  POSTED-TOTAL     PIC S9(11)V99 VALUE 0.
           03  REJECTED-TOTAL   PIC S9(11)V99 VALUE 0.

       01  RUN-DATE PIC 9(8).

       01  TIME-OF-DAY-RAW PIC 9(8).
       01  TIME-OF-DAY     PIC 9(6).

       01  BACKUP-END-SWITCH PIC 9 VALUE 0.
           88  BACKUP-COPIED VALUE 1.
       01  BACKUP-ERROR-SWITCH PIC 9 VALUE 0.
           88  BACKUP-FAILED VALUE 1.
       01  CATALOG-EOF PIC 9 VALUE 0.
       01  POSTING-ERROR-SWITCH PIC 9 VALUE 0.
           88  POSTING-FAILED VALUE 1.

      *    WHAT ACCTEDIT RECORDED FOR THE POSTING FILE, AND THE COUNTS
      *    USED WHILE ITS INPUTS ARE TAKEN OFF
       01  EDIT-DATE       PIC 9(8) VALUE 0.
       01  EDITED-RELEASES PIC 9(6) VALUE 0.
       01  EDITED-PAYROLL  PIC 9(6) VALUE 0.
       01  INPUT-CONTROLS.
           03  INPUT-ON-FILE PIC 9(6) VALUE 0.
           03  INPUT-READ    PIC 9(6) VALUE 0.
           03  INPUT-KEPT    PIC 9(6) VALUE 0.
       01  INPUT-EOF-SWITCH PIC 9 VALUE 0.
           88  INPUT-EOF VALUE 1.
       01  INPUT-ERROR-SWITCH PIC 9 VALUE 0.
           88  INPUT-SAVE-FAILED VALUE 1.

      *    THE MASTER KEEPS THREE GENERATIONS -- ACTBKP1.DAT TO
      *    ACTBKP3.DAT -- AND EACH RUN OVERWRITES THE OLDEST.
       01  BACKUP-CONTROLS.
           03  BACKUP-MASTER-NAME PIC X(8) VALUE "ACCTMAST".
           03  BACKUP-STEP-NAME   PIC X(8) VALUE "ACCTPOST".
           03  BACKUP-GENERATIONS PIC 9(1) VALUE 3.
           03  BACKUP-TAKEN-DATE  PIC 9(8) VALUE 0.
           03  BACKUP-SLOT        PIC 9(1) VALUE 0.
           03  BACKUP-ENTRY       PIC 9(2) VALUE 0.
           03  BACKUP-HIGH-GEN    PIC 9(6) VALUE 0.
           03  BACKUP-LOW-WEIGHT  PIC 9(7) VALUE 0.
           03  SLOT-WEIGHT        PIC 9(7) VALUE 0.
           03  BACKUP-RECORDS     PIC 9(7) VALUE 0.
           03  SLOT-INDEX         PIC 9(1) VALUE 0.
           03  GEN-INDEX          PIC 9(2) VALUE 0.
           03  GEN-COUNT          PIC 9(2) VALUE 0.

       01  SLOT-TABLE.
           03  SLOT-ENTRY PIC 9(2) OCCURS 3 TIMES.

      *    THE WHOLE CATALOG IS HELD HERE AND WRITTEN BACK COMPLETE,
      *    SO ENTRIES FOR THE OTHER MASTERS PASS THROUGH UNCHANGED.
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

       01  REPORT-HEADING-LINE.
           03  FILLER       PIC X(31)
               VALUE "ACCOUNT POSTING REPORT -- RUN ".
           03  RCL-COUNT    PIC ZZZ,ZZ9.

       01  REPORT-TOTAL-LINE.
           03  RTL-LABEL    PIC X(20) VALUE "POSTED TOTAL:  ".
           03  RTL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZZ.99-.

       PROCEDURE DIVISION.

       INITIALIZE-PARA.
           PERFORM GET-PROCESS-DATE-PARA.
           PERFORM CHECK-EDIT-CONTROL-PARA.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTVALD.DAT: " ACCOUNT-STATUS
               DISPLAY "NOTHING TO POST THIS RUN"
               MOVE 1 TO END-OF-FILE-SWITCH
               STOP RUN
           END-IF.
           PERFORM BACKUP-MASTER-PARA.
      *    ACCOUNT MASTER IS A PERSISTENT MASTER FILE -- OPEN I-O TO
      *    ACCUMULATE ACROSS RUNS, CREATING IT ONLY THE FIRST TIME.
           OPEN I-O ACCOUNT-MASTER.
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *****************************************************************
      * ACCTVALD.DAT STAYS ON DISK UNTIL THE NEXT EDIT REPLACES IT,   *
      * SO IT IS ONLY POSTED WHEN ACCTECTL.DAT SAYS ACCTEDIT WROTE IT *
      * FOR THE PROCESSING DATE.  THE RELEASE AND PAYROLL COUNTS ARE  *
      * KEPT FOR TAKING THOSE INPUTS OFF AT THE END.                  *
      *****************************************************************
       CHECK-EDIT-CONTROL-PARA.
           MOVE 0 TO EDIT-DATE.
           OPEN INPUT EDIT-CONTROL-FILE.
           IF EDIT-CONTROL-OK
               READ EDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ECT-RUN-DATE       TO EDIT-DATE
                       MOVE ECT-RELEASED-COUNT TO EDITED-RELEASES
                       MOVE ECT-PAYROLL-COUNT  TO EDITED-PAYROLL
               END-READ
               CLOSE EDIT-CONTROL-FILE
           END-IF.
           IF EDIT-DATE NOT = RUN-DATE
               DISPLAY "ACCTVALD.DAT IS NOT FROM THE EDIT FOR " RUN-DATE
               DISPLAY "LAST EDIT ON ACCTECTL.DAT: " EDIT-DATE
               DISPLAY "NOTHING POSTED - RUN ACCTEDIT FIRST"
               STOP RUN
           END-IF.

      *****************************************************************
      * PRE-UPDATE BACKUP.  THE WHOLE OF ACCTMAST.DAT IS COPIED TO    *
      * THE OLDEST OF ITS THREE GENERATION SLOTS AND THE COPY IS      *
      * RECORDED ON THE BACKUP CATALOG WITH THE PROCESSING DATE, THE  *
      * TIME, AND THE RECORD COUNT.  THE SLOT IS MARKED IN PROGRESS   *
      * BEFORE THE COPY STARTS, SO A COPY THAT DOES NOT FINISH CAN    *
      * NEVER BE RESTORED.  IF THE BACKUP CANNOT BE TAKEN THE RUN     *
      * STOPS WITH THE MASTER UNTOUCHED.  THE SLOT'S RELEASE AND      *
      * PAYROLL COPIES ARE EMPTIED WITH IT AND ONLY FILLED WHEN       *
      * THOSE INPUTS ARE TAKEN OFF, SO A RUN THAT STOPS SHORT LEAVES  *
      * NOTHING FOR MASTREST TO PUT BACK.                             *
      *****************************************************************
       BACKUP-MASTER-PARA.
           ACCEPT BACKUP-TAKEN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CATALOG-PARA.
           PERFORM CHOOSE-SLOT-PARA.
           ACCEPT TIME-OF-DAY-RAW FROM TIME.
           MOVE TIME-OF-DAY-RAW(1:6) TO TIME-OF-DAY.
           MOVE BACKUP-MASTER-NAME TO GEN-MASTER(BACKUP-ENTRY).
           MOVE BACKUP-SLOT        TO GEN-SLOT(BACKUP-ENTRY).
           ADD 1 TO BACKUP-HIGH-GEN GIVING GEN-NUMBER(BACKUP-ENTRY).
           MOVE "I"                TO GEN-STATUS(BACKUP-ENTRY).
           MOVE RUN-DATE           TO GEN-PROCESS-DATE(BACKUP-ENTRY).
           MOVE BACKUP-TAKEN-DATE  TO GEN-TAKEN-DATE(BACKUP-ENTRY).
           MOVE TIME-OF-DAY        TO GEN-TAKEN-TIME(BACKUP-ENTRY).
           MOVE BACKUP-STEP-NAME   TO GEN-STEP(BACKUP-ENTRY).
           MOVE 0                  TO GEN-RECORDS(BACKUP-ENTRY).
           PERFORM SAVE-CATALOG-PARA.
           IF NOT BACKUP-FAILED
               PERFORM OPEN-BACKUP-PARA
           END-IF.
           IF NOT BACKUP-FAILED
               MOVE 0 TO BACKUP-RECORDS
               OPEN INPUT ACCOUNT-MASTER
               IF ACCOUNT-MASTER-NOT-FOUND
                   DISPLAY "ACCTMAST.DAT NOT YET ON FILE - "
                       "EMPTY GENERATION TAKEN"
               ELSE
                   IF NOT ACCOUNT-MASTER-OK
                       DISPLAY "ERROR OPENING ACCTMAST.DAT: "
                           ACCOUNT-MASTER-STATUS
                       MOVE 1 TO BACKUP-ERROR-SWITCH
                   ELSE
                       MOVE 0 TO BACKUP-END-SWITCH
                       PERFORM COPY-MASTER-PARA
                           UNTIL BACKUP-COPIED OR BACKUP-FAILED
                       CLOSE ACCOUNT-MASTER
                   END-IF
               END-IF
               PERFORM CLOSE-BACKUP-PARA
           END-IF.
           IF NOT BACKUP-FAILED
               PERFORM EMPTY-INPUT-COPIES-PARA
           END-IF.
           IF BACKUP-FAILED
               DISPLAY "BACKUP OF ACCTMAST.DAT FAILED - RUN STOPPED"
               DISPLAY "NOTHING HAS BEEN POSTED"
               STOP RUN
           END-IF.
           MOVE "C"            TO GEN-STATUS(BACKUP-ENTRY).
           MOVE BACKUP-RECORDS TO GEN-RECORDS(BACKUP-ENTRY).
           PERFORM SAVE-CATALOG-PARA.
           IF BACKUP-FAILED
               DISPLAY "BACKUP CATALOG NOT UPDATED - RUN STOPPED"
               DISPLAY "NOTHING HAS BEEN POSTED"
               STOP RUN
           END-IF.
           DISPLAY "ACCTMAST.DAT BACKED UP TO ACTBKP" BACKUP-SLOT
               ".DAT - GENERATION " GEN-NUMBER(BACKUP-ENTRY)
               ", " BACKUP-RECORDS " RECORDS".

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

      *    FIND WHICH CATALOG ENTRY HOLDS EACH OF THIS MASTER'S SLOTS,
      *    THEN TAKE AN UNUSED OR UNFINISHED SLOT IF THERE IS ONE,
      *    OTHERWISE THE SLOT HOLDING THE OLDEST GENERATION.
       CHOOSE-SLOT-PARA.
           MOVE ZEROS TO SLOT-TABLE.
           MOVE 0 TO BACKUP-HIGH-GEN.
           MOVE 0 TO GEN-INDEX.
           PERFORM SCAN-CATALOG-PARA UNTIL GEN-INDEX = GEN-COUNT.
           MOVE 0 TO BACKUP-SLOT.
           MOVE 9999999 TO BACKUP-LOW-WEIGHT.
           MOVE 0 TO SLOT-INDEX.
           PERFORM PICK-SLOT-PARA
               UNTIL SLOT-INDEX = BACKUP-GENERATIONS.
           IF SLOT-ENTRY(BACKUP-SLOT) = 0
               ADD 1 TO GEN-COUNT
               MOVE GEN-COUNT TO BACKUP-ENTRY
           ELSE
               MOVE SLOT-ENTRY(BACKUP-SLOT) TO BACKUP-ENTRY
           END-IF.

       SCAN-CATALOG-PARA.
           ADD 1 TO GEN-INDEX.
           IF GEN-MASTER(GEN-INDEX) = BACKUP-MASTER-NAME
              AND GEN-SLOT(GEN-INDEX) > 0
              AND GEN-SLOT(GEN-INDEX) NOT > BACKUP-GENERATIONS
               MOVE GEN-INDEX TO SLOT-ENTRY(GEN-SLOT(GEN-INDEX))
               IF GEN-NUMBER(GEN-INDEX) > BACKUP-HIGH-GEN
                   MOVE GEN-NUMBER(GEN-INDEX) TO BACKUP-HIGH-GEN
               END-IF
           END-IF.

       PICK-SLOT-PARA.
           ADD 1 TO SLOT-INDEX.
           MOVE 0 TO SLOT-WEIGHT.
           IF SLOT-ENTRY(SLOT-INDEX) NOT = 0
               MOVE SLOT-ENTRY(SLOT-INDEX) TO GEN-INDEX
               IF GEN-STATUS(GEN-INDEX) = "C"
                   MOVE GEN-NUMBER(GEN-INDEX) TO SLOT-WEIGHT
               END-IF
           END-IF.
           IF SLOT-WEIGHT < BACKUP-LOW-WEIGHT
               MOVE SLOT-INDEX  TO BACKUP-SLOT
               MOVE SLOT-WEIGHT TO BACKUP-LOW-WEIGHT
           END-IF.

       SAVE-CATALOG-PARA.
           OPEN OUTPUT BACKUP-CATALOG.
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BKUPCAT.DAT: " CATALOG-STATUS
               MOVE 1 TO BACKUP-ERROR-SWITCH
           ELSE
               MOVE 0 TO GEN-INDEX
               PERFORM WRITE-CATALOG-PARA UNTIL GEN-INDEX = GEN-COUNT
               CLOSE BACKUP-CATALOG
           END-IF.

       WRITE-CATALOG-PARA.
           ADD 1 TO GEN-INDEX.
           WRITE CATALOG-RECORD FROM GEN-ENTRY(GEN-INDEX).
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "ERROR WRITING BKUPCAT.DAT: " CATALOG-STATUS
               MOVE 1 TO BACKUP-ERROR-SWITCH
           END-IF.

       OPEN-BACKUP-PARA.
           EVALUATE BACKUP-SLOT
               WHEN 1
                   OPEN OUTPUT BACKUP-GEN-1
               WHEN 2
                   OPEN OUTPUT BACKUP-GEN-2
               WHEN OTHER
                   OPEN OUTPUT BACKUP-GEN-3
           END-EVALUATE.
           IF BACKUP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACTBKP" BACKUP-SLOT ".DAT: "
                   BACKUP-STATUS
               MOVE 1 TO BACKUP-ERROR-SWITCH
           END-IF.

       COPY-MASTER-PARA.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO BACKUP-END-SWITCH
               NOT AT END
                   EVALUATE BACKUP-SLOT
                       WHEN 1
                           WRITE BACKUP-RECORD-1
                               FROM ACCOUNT-MASTER-RECORD
                       WHEN 2
                           WRITE BACKUP-RECORD-2
                               FROM ACCOUNT-MASTER-RECORD
                       WHEN OTHER
                           WRITE BACKUP-RECORD-3
                               FROM ACCOUNT-MASTER-RECORD
                   END-EVALUATE
                   IF BACKUP-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING ACTBKP" BACKUP-SLOT
                           ".DAT: " BACKUP-STATUS
                       MOVE 1 TO BACKUP-ERROR-SWITCH
                   ELSE
                       ADD 1 TO BACKUP-RECORDS
                   END-IF
           END-READ.

       CLOSE-BACKUP-PARA.
           EVALUATE BACKUP-SLOT
               WHEN 1
                   CLOSE BACKUP-GEN-1
               WHEN 2
                   CLOSE BACKUP-GEN-2
               WHEN OTHER
                   CLOSE BACKUP-GEN-3
           END-EVALUATE.

       EMPTY-INPUT-COPIES-PARA.
           MOVE 0 TO INPUT-ERROR-SWITCH.
           PERFORM OPEN-RELEASE-COPY-PARA.
           IF NOT INPUT-SAVE-FAILED
               PERFORM CLOSE-RELEASE-COPY-PARA
               PERFORM OPEN-PAYROLL-COPY-PARA
           END-IF.
           IF NOT INPUT-SAVE-FAILED
               PERFORM CLOSE-PAYROLL-COPY-PARA
           ELSE
               MOVE 1 TO BACKUP-ERROR-SWITCH
           END-IF.

       READ-ACCOUNT-PARA.
           READ ACCOUNT-FILE
               AT END
               INVALID KEY
                   PERFORM ADD-ACCOUNT-PARA
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED
                       PERFORM REJECT-ACCOUNT-PARA
                   ELSE
                       PERFORM UPDATE-ACCOUNT-PARA
                   END-IF
           END-READ.
           PERFORM READ-ACCOUNT-PARA.

       ADD-ACCOUNT-PARA.
           MOVE DESCRIPTION-O TO DESCRIPTION-M.
           MOVE RUN-DATE      TO DATE-POSTED-M.
           MOVE BALANCE-O     TO BALANCE-M.
           MOVE "O"           TO ACCT-STATUS-M.
           MOVE ZEROS         TO DATE-CLOSED-M.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF ACCOUNT-MASTER-OK
               ADD 1 TO ACCOUNTS-ADDED
               ADD BALANCE-O TO POSTED-TOTAL
               MOVE "A" TO HIST-ACTION
               PERFORM WRITE-HISTORY-PARA
               MOVE "ADDED" TO PDL-ACTION
           ELSE
               DISPLAY "ERROR WRITING ACCOUNT MASTER: " ACCT-NO-O
                   " STATUS " ACCOUNT-MASTER-STATUS
               MOVE 1 TO POSTING-ERROR-SWITCH
               MOVE "FAILED" TO PDL-ACTION
           END-IF.
           PERFORM WRITE-DETAIL-PARA.

       UPDATE-ACCOUNT-PARA.
           MOVE RUN-DATE TO DATE-POSTED-M.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ACCOUNT-MASTER-OK
               ADD 1 TO ACCOUNTS-UPDATED
               ADD BALANCE-O TO POSTED-TOTAL
               MOVE "U" TO HIST-ACTION
               PERFORM WRITE-HISTORY-PARA
               MOVE "UPDATED" TO PDL-ACTION
           ELSE
               DISPLAY "ERROR UPDATING ACCOUNT MASTER: " ACCT-NO-O
                   " STATUS " ACCOUNT-MASTER-STATUS
               MOVE 1 TO POSTING-ERROR-SWITCH
               MOVE "FAILED" TO PDL-ACTION
           END-IF.
           PERFORM WRITE-DETAIL-PARA.

      *****************************************************************
      * A POSTING TO AN ACCOUNT CLOSED ON THE MASTER IS NOT APPLIED.  *
      * ACCTEDIT SUSPENDS THESE UNDER REASON CL AND ACCTMAINT WILL    *
      * NOT CLOSE AN ACCOUNT WITH A POSTING WAITING, SO ONE ARRIVING  *
      * HERE MEANS THE ACCOUNT WAS CLOSED BETWEEN THE EDIT AND THIS   *
      * RUN.  IT IS LISTED ON THE REPORT, KEPT OUT OF THE POSTED      *
      * TOTAL, AND MUST BE RE-KEYED OR THE ACCOUNT REOPENED.          *
      *****************************************************************
       REJECT-ACCOUNT-PARA.
           ADD 1 TO ACCOUNTS-REJECTED.
           ADD BALANCE-O TO REJECTED-TOTAL.
           MOVE "REJECTED" TO PDL-ACTION.
           PERFORM WRITE-DETAIL-PARA.
           DISPLAY "ACCOUNT CLOSED - POSTING REJECTED: " ACCT-NO-O.

      *****************************************************************
      * LOG THE POSTING JUST APPLIED TO THE PERMANENT HISTORY.        *
      * HIST-ACTION IS SET BY THE CALLER -- "A" FOR AN ADD, "U" FOR   *
           WRITE HISTORY-RECORD.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ACCTHIST.DAT: " HISTORY-STATUS
               MOVE 1 TO POSTING-ERROR-SWITCH
           END-IF.

       WRITE-DETAIL-PARA.
           MOVE "ACCOUNTS UPDATED: " TO RCL-LABEL.
           MOVE ACCOUNTS-UPDATED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ACCOUNTS REJECTED:" TO RCL-LABEL.
           MOVE ACCOUNTS-REJECTED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE POSTED-TOTAL TO RTL-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           IF ACCOUNTS-REJECTED > 0
               MOVE "REJECTED TOTAL:" TO RTL-LABEL
               MOVE REJECTED-TOTAL TO RTL-TOTAL
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           END-IF.
           DISPLAY "ACCOUNTS READ:    " ACCOUNTS-READ.
           DISPLAY "ACCOUNTS ADDED:   " ACCOUNTS-ADDED.
           DISPLAY "ACCOUNTS UPDATED: " ACCOUNTS-UPDATED.
           DISPLAY "ACCOUNTS REJECTED:" ACCOUNTS-REJECTED.
           CLOSE ACCOUNT-FILE ACCOUNT-MASTER POSTING-REPORT
               HISTORY-FILE.
           IF POSTING-FAILED
               DISPLAY "POSTING ERRORS - ACCTRLSE.DAT AND PAYPOST.DAT"
                   " KEPT FOR THE RERUN"
           ELSE
               PERFORM CLEAR-INPUTS-PARA
           END-IF.

      *****************************************************************
      * THE RELEASES AND PAYROLL POSTINGS IN THE POSTING FILE ARE ON  *
      * THE MASTER NOW, SO THEY COME OFF THEIR FILES BEFORE THE NEXT  *
      * EDIT CAN FEED THEM IN AGAIN.  EACH FILE IS COUNTED FIRST.  IF *
      * IT HOLDS FEWER RECORDS THAN ACCTEDIT EDITED IT HAS BEEN       *
      * CHANGED SINCE, AND IT IS LEFT AS IT IS FOR THE OPERATOR TO    *
      * PUT RIGHT.  OTHERWISE THE EDITED RECORDS AT THE FRONT GO TO   *
      * THE SLOT'S GENERATION COPY, ANY BEHIND THEM ARE HELD ON THE   *
      * WORK FILE, AND THE FILE IS REWRITTEN WITH ONLY THOSE.         *
      *****************************************************************
       CLEAR-INPUTS-PARA.
           PERFORM CLEAR-RELEASES-PARA.
           PERFORM CLEAR-PAYROLL-PARA.

       CLEAR-RELEASES-PARA.
           MOVE 0 TO INPUT-ON-FILE.
           MOVE 0 TO INPUT-EOF-SWITCH.
           OPEN INPUT RELEASE-FILE.
           IF RELEASE-STATUS = "00"
               PERFORM COUNT-RELEASE-PARA UNTIL INPUT-EOF
               CLOSE RELEASE-FILE
           END-IF.
           IF INPUT-ON-FILE < EDITED-RELEASES
               DISPLAY "ACCTRLSE.DAT HOLDS " INPUT-ON-FILE
                   " RECORDS BUT ACCTEDIT EDITED " EDITED-RELEASES
               DISPLAY "ACCTRLSE.DAT LEFT AS IT IS - TAKE OFF THE "
                   "RELEASES POSTED TODAY BEFORE THE NEXT EDIT"
           ELSE
               IF EDITED-RELEASES > 0
                   PERFORM SAVE-RELEASES-PARA
               END-IF
           END-IF.

       COUNT-RELEASE-PARA.
           READ RELEASE-FILE
               AT END
                   MOVE 1 TO INPUT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO INPUT-ON-FILE
           END-READ.

       SAVE-RELEASES-PARA.
           MOVE 0 TO INPUT-ERROR-SWITCH.
           MOVE 0 TO INPUT-READ.
           MOVE 0 TO INPUT-KEPT.
           MOVE 0 TO INPUT-EOF-SWITCH.
           PERFORM OPEN-RELEASE-COPY-PARA.
           IF NOT INPUT-SAVE-FAILED
               OPEN INPUT RELEASE-FILE
               IF RELEASE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING ACCTRLSE.DAT: " RELEASE-STATUS
                   MOVE 1 TO INPUT-ERROR-SWITCH
               ELSE
                   OPEN OUTPUT INPUT-WORK-FILE
                   IF INPUT-WORK-STATUS NOT = "00"
                       DISPLAY "ERROR OPENING ACCTPWRK.DAT: "
                           INPUT-WORK-STATUS
                       MOVE 1 TO INPUT-ERROR-SWITCH
                   ELSE
                       PERFORM SPLIT-RELEASE-PARA
                           UNTIL INPUT-EOF OR INPUT-SAVE-FAILED
                       CLOSE INPUT-WORK-FILE
                   END-IF
                   CLOSE RELEASE-FILE
               END-IF
               PERFORM CLOSE-RELEASE-COPY-PARA
           END-IF.
           IF INPUT-SAVE-FAILED
               PERFORM OPEN-RELEASE-COPY-PARA
               IF INPUT-COPY-STATUS = "00"
                   PERFORM CLOSE-RELEASE-COPY-PARA
               END-IF
               DISPLAY "ACCTRLSE.DAT LEFT AS IT IS - TAKE OFF THE "
                   EDITED-RELEASES " RELEASES AT THE FRONT"
               DISPLAY "BEFORE THE NEXT EDIT"
           ELSE
               PERFORM REWRITE-RELEASES-PARA
           END-IF.

       SPLIT-RELEASE-PARA.
           READ RELEASE-FILE
               AT END
                   MOVE 1 TO INPUT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO INPUT-READ
                   IF INPUT-READ > EDITED-RELEASES
                       WRITE INPUT-WORK-RECORD FROM RELEASE-RECORD
                       IF INPUT-WORK-STATUS NOT = "00"
                           DISPLAY "ERROR WRITING ACCTPWRK.DAT: "
                               INPUT-WORK-STATUS
                           MOVE 1 TO INPUT-ERROR-SWITCH
                       ELSE
                           ADD 1 TO INPUT-KEPT
                       END-IF
                   ELSE
                       PERFORM WRITE-RELEASE-COPY-PARA
                   END-IF
           END-READ.

       REWRITE-RELEASES-PARA.
           OPEN OUTPUT RELEASE-FILE.
           IF RELEASE-STATUS NOT = "00"
               DISPLAY "ERROR CLEARING ACCTRLSE.DAT: " RELEASE-STATUS
               DISPLAY "TAKE OFF THE " EDITED-RELEASES
                   " RELEASES AT THE FRONT BEFORE THE NEXT EDIT"
           ELSE
               IF INPUT-KEPT > 0
                   MOVE 0 TO INPUT-EOF-SWITCH
                   OPEN INPUT INPUT-WORK-FILE
                   PERFORM RESTORE-RELEASE-PARA UNTIL INPUT-EOF
                   CLOSE INPUT-WORK-FILE
                   DISPLAY INPUT-KEPT " RELEASES MADE SINCE THE EDIT "
                       "KEPT ON ACCTRLSE.DAT FOR THE NEXT RUN"
               END-IF
               CLOSE RELEASE-FILE
           END-IF.

       RESTORE-RELEASE-PARA.
           READ INPUT-WORK-FILE
               AT END
                   MOVE 1 TO INPUT-EOF-SWITCH
               NOT AT END
                   WRITE RELEASE-RECORD FROM INPUT-WORK-RECORD
                   IF RELEASE-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING ACCTRLSE.DAT: "
                           RELEASE-STATUS
                       DISPLAY "RELEASES MADE SINCE THE EDIT ARE ON "
                           "ACCTPWRK.DAT - PUT THEM BACK BY HAND"
                       MOVE 1 TO INPUT-EOF-SWITCH
                   END-IF
           END-READ.

       CLEAR-PAYROLL-PARA.
           MOVE 0 TO INPUT-ON-FILE.
           MOVE 0 TO INPUT-EOF-SWITCH.
           OPEN INPUT PAYROLL-FILE.
           IF PAYROLL-STATUS = "00"
               PERFORM COUNT-PAYROLL-PARA UNTIL INPUT-EOF
               CLOSE PAYROLL-FILE
           END-IF.
           IF INPUT-ON-FILE < EDITED-PAYROLL
               DISPLAY "PAYPOST.DAT HOLDS " INPUT-ON-FILE
                   " RECORDS BUT ACCTEDIT EDITED " EDITED-PAYROLL
               DISPLAY "PAYPOST.DAT LEFT AS IT IS - TAKE OFF THE "
                   "POSTINGS POSTED TODAY BEFORE THE NEXT EDIT"
           ELSE
               IF EDITED-PAYROLL > 0
                   PERFORM SAVE-PAYROLL-PARA
               END-IF
           END-IF.

       COUNT-PAYROLL-PARA.
           READ PAYROLL-FILE
               AT END
                   MOVE 1 TO INPUT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO INPUT-ON-FILE
           END-READ.

       SAVE-PAYROLL-PARA.
           MOVE 0 TO INPUT-ERROR-SWITCH.
           MOVE 0 TO INPUT-READ.
           MOVE 0 TO INPUT-KEPT.
           MOVE 0 TO INPUT-EOF-SWITCH.
           PERFORM OPEN-PAYROLL-COPY-PARA.
           IF NOT INPUT-SAVE-FAILED
               OPEN INPUT PAYROLL-FILE
               IF PAYROLL-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING PAYPOST.DAT: " PAYROLL-STATUS
                   MOVE 1 TO INPUT-ERROR-SWITCH
               ELSE
                   OPEN OUTPUT INPUT-WORK-FILE
                   IF INPUT-WORK-STATUS NOT = "00"
                       DISPLAY "ERROR OPENING ACCTPWRK.DAT: "
                           INPUT-WORK-STATUS
                       MOVE 1 TO INPUT-ERROR-SWITCH
                   ELSE
                       PERFORM SPLIT-PAYROLL-PARA
                           UNTIL INPUT-EOF OR INPUT-SAVE-FAILED
                       CLOSE INPUT-WORK-FILE
                   END-IF
                   CLOSE PAYROLL-FILE
               END-IF
               PERFORM CLOSE-PAYROLL-COPY-PARA
           END-IF.
           IF INPUT-SAVE-FAILED
               PERFORM OPEN-PAYROLL-COPY-PARA
               IF INPUT-COPY-STATUS = "00"
                   PERFORM CLOSE-PAYROLL-COPY-PARA
               END-IF
               DISPLAY "PAYPOST.DAT LEFT AS IT IS - TAKE OFF THE "
                   EDITED-PAYROLL " POSTINGS AT THE FRONT"
               DISPLAY "BEFORE THE NEXT EDIT"
           ELSE
               PERFORM REWRITE-PAYROLL-PARA
           END-IF.

       SPLIT-PAYROLL-PARA.
           READ PAYROLL-FILE
               AT END
                   MOVE 1 TO INPUT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO INPUT-READ
                   IF INPUT-READ > EDITED-PAYROLL
                       WRITE INPUT-WORK-RECORD FROM PAYROLL-RECORD
                       IF INPUT-WORK-STATUS NOT = "00"
                           DISPLAY "ERROR WRITING ACCTPWRK.DAT: "
                               INPUT-WORK-STATUS
                           MOVE 1 TO INPUT-ERROR-SWITCH
                       ELSE
                           ADD 1 TO INPUT-KEPT
                       END-IF
                   ELSE
                       PERFORM WRITE-PAYROLL-COPY-PARA
                   END-IF
           END-READ.

       REWRITE-PAYROLL-PARA.
           OPEN OUTPUT PAYROLL-FILE.
           IF PAYROLL-STATUS NOT = "00"
               DISPLAY "ERROR CLEARING PAYPOST.DAT: " PAYROLL-STATUS
               DISPLAY "TAKE OFF THE " EDITED-PAYROLL
                   " POSTINGS AT THE FRONT BEFORE THE NEXT EDIT"
           ELSE
               IF INPUT-KEPT > 0
                   MOVE 0 TO INPUT-EOF-SWITCH
                   OPEN INPUT INPUT-WORK-FILE
                   PERFORM RESTORE-PAYROLL-PARA UNTIL INPUT-EOF
                   CLOSE INPUT-WORK-FILE
                   DISPLAY INPUT-KEPT " PAYROLL POSTINGS MADE SINCE "
                       "THE EDIT KEPT ON PAYPOST.DAT FOR THE NEXT RUN"
               END-IF
               CLOSE PAYROLL-FILE
           END-IF.

       RESTORE-PAYROLL-PARA.
           READ INPUT-WORK-FILE
               AT END
                   MOVE 1 TO INPUT-EOF-SWITCH
               NOT AT END
                   WRITE PAYROLL-RECORD FROM INPUT-WORK-RECORD
                   IF PAYROLL-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING PAYPOST.DAT: "
                           PAYROLL-STATUS
                       DISPLAY "POSTINGS MADE SINCE THE EDIT ARE ON "
                           "ACCTPWRK.DAT - PUT THEM BACK BY HAND"
                       MOVE 1 TO INPUT-EOF-SWITCH
                   END-IF
           END-READ.

      *    THE GENERATION COPIES OF THE INPUTS, ONE PER BACKUP SLOT.
       OPEN-RELEASE-COPY-PARA.
           EVALUATE BACKUP-SLOT
               WHEN 1
                   OPEN OUTPUT RELEASE-GEN-1
               WHEN 2
                   OPEN OUTPUT RELEASE-GEN-2
               WHEN OTHER
                   OPEN OUTPUT RELEASE-GEN-3
           END-EVALUATE.
           IF INPUT-COPY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RLSBKP" BACKUP-SLOT ".DAT: "
                   INPUT-COPY-STATUS
               MOVE 1 TO INPUT-ERROR-SWITCH
           END-IF.

       WRITE-RELEASE-COPY-PARA.
           EVALUATE BACKUP-SLOT
               WHEN 1
                   WRITE RELEASE-COPY-1 FROM RELEASE-RECORD
               WHEN 2
                   WRITE RELEASE-COPY-2 FROM RELEASE-RECORD
               WHEN OTHER
                   WRITE RELEASE-COPY-3 FROM RELEASE-RECORD
           END-EVALUATE.
           IF INPUT-COPY-STATUS NOT = "00"
               DISPLAY "ERROR WRITING RLSBKP" BACKUP-SLOT ".DAT: "
                   INPUT-COPY-STATUS
               MOVE 1 TO INPUT-ERROR-SWITCH
           END-IF.

       CLOSE-RELEASE-COPY-PARA.
           EVALUATE BACKUP-SLOT
               WHEN 1
                   CLOSE RELEASE-GEN-1
               WHEN 2
                   CLOSE RELEASE-GEN-2
               WHEN OTHER
                   CLOSE RELEASE-GEN-3
           END-EVALUATE.

       OPEN-PAYROLL-COPY-PARA.
           EVALUATE BACKUP-SLOT
               WHEN 1
                   OPEN OUTPUT PAYROLL-GEN-1
               WHEN 2
                   OPEN OUTPUT PAYROLL-GEN-2
               WHEN OTHER
                   OPEN OUTPUT PAYROLL-GEN-3
           END-EVALUATE.
           IF INPUT-COPY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYBKP" BACKUP-SLOT ".DAT: "
                   INPUT-COPY-STATUS
               MOVE 1 TO INPUT-ERROR-SWITCH
           END-IF.

       WRITE-PAYROLL-COPY-PARA.
           EVALUATE BACKUP-SLOT
               WHEN 1
                   WRITE PAYROLL-COPY-1 FROM PAYROLL-RECORD
               WHEN 2
                   WRITE PAYROLL-COPY-2 FROM PAYROLL-RECORD
               WHEN OTHER
                   WRITE PAYROLL-COPY-3 FROM PAYROLL-RECORD
           END-EVALUATE.
           IF INPUT-COPY-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PAYBKP" BACKUP-SLOT ".DAT: "
                   INPUT-COPY-STATUS
               MOVE 1 TO INPUT-ERROR-SWITCH
           END-IF.

       CLOSE-PAYROLL-COPY-PARA.
           EVALUATE BACKUP-SLOT
               WHEN 1
                   CLOSE PAYROLL-GEN-1
               WHEN 2
                   CLOSE PAYROLL-GEN-2
               WHEN OTHER
                   CLOSE PAYROLL-GEN-3
           END-EVALUATE.
