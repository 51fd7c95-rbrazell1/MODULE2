       IDENTIFICATION DIVISION.
       PROGRAM-ID.              ACCTACCR.
       AUTHOR.                  RUSSELL BRAZELL.
       INSTALLATION.            HOME DESKTOP.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.           10/15/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * MONTH-END INTEREST AND SERVICE-CHARGE ACCRUAL FOR THE ACCOUNT *
      * MASTER.  LOADS THE RATE TABLE (ACCTRATE.DAT) -- ONE ENTRY PER *
      * TYPE/KIND COMBINATION CARRYING AN ANNUAL CREDIT RATE, AN      *
      * ANNUAL DEBIT RATE, A FLAT MONTHLY FEE, AND THE MINIMUM        *
      * BALANCE THAT WAIVES THE FEE -- THEN PASSES ACCTMAST.DAT IN    *
      * KEY ORDER.  EACH OPEN ACCOUNT EARNS ONE MONTH'S INTEREST AT   *
      * THE CREDIT RATE ON A BALANCE IN CREDIT, OR IS CHARGED ONE     *
      * MONTH'S INTEREST AT THE DEBIT RATE ON A BALANCE OVERDRAWN,    *
      * AND IS CHARGED THE MONTHLY FEE UNLESS ITS BALANCE IS AT OR    *
      * ABOVE THE WAIVER MINIMUM.  BOTH ARE APPLIED TO BALANCE-M AND  *
      * LOGGED TO ACCTHIST.DAT UNDER THEIR OWN ACTION CODES -- "I"    *
      * INTEREST, "F" FEE -- SO ACCTSTMT SHOWS THEM AS SEPARATE       *
      * LINES.  CLOSED ACCOUNTS ARE COUNTED AND LEFT ALONE.           *
      * DATE-POSTED-M IS LEFT ALONE: IT DATES THE LAST CUSTOMER       *
      * POSTING, WHICH THE DORMANT LIST DEPENDS ON.  THE ACCRUAL      *
      * REGISTER (ACCRRPT.DAT) LISTS EVERY ACCOUNT ACCRUED AND TOTALS *
      * INTEREST AND FEES BY TYPE/KIND FOR FINANCE TO TIE TO THE      *
      * LEDGER, AND THE SAME TOTALS ARE ADDED TO GLMONTH.DAT SO THE   *
      * MONTHEND CLOSE AGREES.  EACH RUN IS LOGGED TO ACCRLOG.DAT BY  *
      * PERIOD AND A SECOND RUN FOR THE SAME MONTH IS REFUSED; A RUN  *
      * WITH A MASTER OR HISTORY ERROR IS NOT LOGGED, AND THE MASTER  *
      * MUST BE ROLLED BACK BEFORE THE MONTH IS RUN AGAIN.  RUN       *
      * ONCE A MONTH, AFTER THE LAST ACCTPOST OF THE MONTH AND BEFORE *
      * MONTHEND.                                                     *
      *                                                               *
      * BEFORE THE MASTER IS OPENED FOR UPDATE IT IS COPIED TO THE    *
      * OLDEST OF ITS THREE BACKUP GENERATIONS AND RECORDED ON        *
      * BKUPCAT.DAT, EXACTLY AS ACCTPOST DOES, SO A BAD ACCRUAL CAN   *
      * BE ROLLED BACK WITH MASTREST.  IF THE BACKUP CANNOT BE TAKEN  *
      * NOTHING IS ACCRUED.                                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-370.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN "ACCTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO-M
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN "ACCTHIST.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT GL-MONTH-FILE ASSIGN "GLMONTH.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS GL-MONTH-STATUS.
           SELECT ACCRUAL-LOG-FILE ASSIGN "ACCRLOG.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS ACCRUAL-LOG-STATUS.
           SELECT ACCRUAL-REPORT ASSIGN "ACCRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-REPORT-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
      *    RATE TABLE -- ONE RECORD PER TYPE/KIND COMBINATION, KEYED
      *    BY FINANCE.  RATES ARE ANNUAL PERCENTAGES.
       FD  RATE-FILE.
       01  RATE-RECORD.
           03  RATE-TYPE-CODE   PIC 9(2).
           03  RATE-KIND-CODE   PIC 9(3).
           03  RATE-CREDIT-PCT  PIC 9(2)V9(4).
           03  RATE-DEBIT-PCT   PIC 9(2)V9(4).
           03  RATE-MONTHLY-FEE PIC 9(5)V99.
           03  RATE-WAIVE-MIN   PIC 9(9)V99.
      *    ACCOUNT MASTER -- LAYOUT AS MAINTAINED BY ACCTPOST/ACCTMAINT
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           03  ACCT-NO-M     PIC 9(12)V9(3).
           03  TYPE-CODE-M   PIC 9(2).
           03  KIND-CODE-M   PIC 9(3).
           03  DESCRIPTION-M PIC X(30).
           03  DATE-POSTED-M PIC 9(8).
           03  BALANCE-M     PIC S9(11)V99.
           03  ACCT-STATUS-M PIC X(1).
               88  ACCOUNT-OPEN   VALUE "O".
               88  ACCOUNT-CLOSED VALUE "C".
           03  DATE-CLOSED-M PIC 9(8).
      *    TRANSACTION HISTORY -- LAYOUT MATCHES THE RECORD ACCTPOST
      *    WRITES.  ACCRUALS GO ON AS ACTIONS "I" AND "F".
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           03  HIST-ACCT-NO     PIC 9(12)V9(3).
           03  HIST-POST-DATE   PIC 9(8).
           03  HIST-TYPE-CODE   PIC 9(2).
           03  HIST-KIND-CODE   PIC 9(3).
           03  HIST-ACTION      PIC X(1).
           03  HIST-AMOUNT      PIC S9(9)V99.
           03  HIST-NEW-BALANCE PIC S9(11)V99.
      *    MONTH-TO-DATE GL DETAIL -- LAYOUT MATCHES THE RECORD
      *    GLEXTRACT WRITES, CLEARED BY MONTHEND
       FD  GL-MONTH-FILE.
       01  GL-MONTH-RECORD.
           03  GLM-RUN-DATE  PIC 9(8).
           03  GLM-TYPE-CODE PIC 9(2).
           03  GLM-KIND-CODE PIC 9(3).
           03  GLM-AMOUNT    PIC S9(11)V9(2).
      *    ACCRUAL LOG -- ONE RECORD PER MONTH ACCRUED
       FD  ACCRUAL-LOG-FILE.
       01  ACCRUAL-LOG-RECORD.
           03  ACL-PERIOD      PIC 9(6).
           03  ACL-RUN-DATE    PIC 9(8).
           03  ACL-ACCOUNTS    PIC 9(6).
           03  ACL-INTEREST    PIC S9(11)V99.
           03  ACL-FEES        PIC S9(11)V99.
      *    ACCRUAL REGISTER INFO
       FD  ACCRUAL-REPORT.
       01  REPORT-LINE PIC X(120).
      *    RUN CONTROL -- ONLY THE BUSINESS PROCESSING DATE IS USED
      *    HERE; THE STEP STATUSES BELONG TO RUNCTL
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           03  RC-PROCESS-DATE PIC 9(8).
           03  FILLER          PIC X(72).
      *    BACKUP CATALOG -- SHARED WITH ACCTPOST AND PROGRAM2, AND
      *    READ BY MASTREST TO ROLL A MASTER BACK.  AN ENTRY STAYS "I"
      *    WHILE ITS COPY IS BEING TAKEN AND IS MARKED "C" ONLY WHEN
      *    THE WHOLE MASTER HAS BEEN COPIED.
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

       WORKING-STORAGE SECTION.
       01  RATE-STATUS PIC X(2).
           88  RATE-FILE-OK VALUE "00".
       01  ACCOUNT-MASTER-STATUS PIC X(2).
           88  ACCOUNT-MASTER-OK        VALUE "00".
           88  ACCOUNT-MASTER-NOT-FOUND VALUE "35".
       01  HISTORY-STATUS PIC X(2).
           88  HISTORY-FILE-NOT-FOUND VALUE "35".
       01  GL-MONTH-STATUS PIC X(2).
           88  GL-MONTH-NOT-FOUND VALUE "35".
       01  ACCRUAL-LOG-STATUS PIC X(2).
           88  ACCRUAL-LOG-OK        VALUE "00".
           88  ACCRUAL-LOG-NOT-FOUND VALUE "35".
       01  ACCRUAL-REPORT-STATUS PIC X(2).
       01  RUN-CONTROL-STATUS PIC X(2).
       01  CATALOG-STATUS PIC X(2).
       01  BACKUP-STATUS PIC X(2).

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
           88  END-OF-FILE     VALUE 1.
           88  NOT-END-OF-FILE VALUE 0.

       01  FOUND-SWITCH PIC 9 VALUE 0.
           88  ENTRY-FOUND VALUE 1.

       01  ALREADY-RUN-SWITCH PIC 9 VALUE 0.
           88  ALREADY-RUN VALUE 1.

       01  ACCRUAL-ERROR-SWITCH PIC 9 VALUE 0.
           88  ACCRUAL-FAILED VALUE 1.

       01  RUN-DATE PIC 9(8).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
           03  RUN-PERIOD PIC 9(6).
           03  FILLER     PIC 9(2).

       01  TIME-OF-DAY-RAW PIC 9(8).
       01  TIME-OF-DAY     PIC 9(6).

       01  BACKUP-END-SWITCH PIC 9 VALUE 0.
           88  BACKUP-COPIED VALUE 1.
       01  BACKUP-ERROR-SWITCH PIC 9 VALUE 0.
           88  BACKUP-FAILED VALUE 1.
       01  CATALOG-EOF PIC 9 VALUE 0.

      *    THE MASTER KEEPS THREE GENERATIONS -- ACTBKP1.DAT TO
      *    ACTBKP3.DAT -- AND EACH RUN OVERWRITES THE OLDEST.
       01  BACKUP-CONTROLS.
           03  BACKUP-MASTER-NAME PIC X(8) VALUE "ACCTMAST".
           03  BACKUP-STEP-NAME   PIC X(8) VALUE "ACCTACCR".
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

       01  ACCRUAL-TOTALS.
           03  ACCOUNTS-READ    PIC 9(6) VALUE 0.
           03  ACCOUNTS-ACCRUED PIC 9(6) VALUE 0.
           03  ACCOUNTS-NO-RATE PIC 9(6) VALUE 0.
           03  ACCOUNTS-CLOSED  PIC 9(6) VALUE 0.
           03  INTEREST-POSTED  PIC 9(6) VALUE 0.
           03  FEES-CHARGED     PIC 9(6) VALUE 0.
           03  FEES-WAIVED      PIC 9(6) VALUE 0.
           03  INTEREST-TOTAL   PIC S9(11)V99 VALUE 0.
           03  FEE-TOTAL        PIC S9(11)V99 VALUE 0.
           03  ACCRUED-TOTAL    PIC S9(11)V99 VALUE 0.

       01  ACCRUAL-WORK.
           03  OPENING-BALANCE  PIC S9(11)V99.
           03  INTEREST-BALANCE PIC S9(11)V99.
           03  INTEREST-AMOUNT  PIC S9(9)V99.
           03  FEE-AMOUNT       PIC S9(9)V99.
           03  COMBO-ACCRUED    PIC S9(11)V99.

       01  RATE-COUNT PIC 9(3) VALUE 0.
       01  RATE-INDEX PIC 9(3) VALUE 0.
       01  COMBO-COUNT PIC 9(3) VALUE 0.
       01  COMBO-INDEX PIC 9(3) VALUE 0.

      *    THE RATE TABLE AS LOADED FROM ACCTRATE.DAT
       01  RATE-TABLE.
           03  RATE-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON RATE-COUNT.
               05  TBL-TYPE-CODE   PIC 9(2).
               05  TBL-KIND-CODE   PIC 9(3).
               05  TBL-CREDIT-PCT  PIC 9(2)V9(4).
               05  TBL-DEBIT-PCT   PIC 9(2)V9(4).
               05  TBL-MONTHLY-FEE PIC 9(5)V99.
               05  TBL-WAIVE-MIN   PIC 9(9)V99.

      *    ONE ENTRY PER TYPE/KIND COMBINATION ACCRUED THIS RUN
       01  COMBO-TABLE.
           03  COMBO-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON COMBO-COUNT.
               05  CMB-TYPE-CODE PIC 9(2).
               05  CMB-KIND-CODE PIC 9(3).
               05  CMB-ACCOUNTS  PIC 9(6).
               05  CMB-INTEREST  PIC S9(11)V99.
               05  CMB-FEES      PIC S9(11)V99.

       01  REPORT-HEADING-LINE.
           03  FILLER       PIC X(37)
               VALUE "INTEREST AND FEE ACCRUAL REGISTER -- ".
           03  FILLER       PIC X(7) VALUE "PERIOD ".
           03  RHL-PERIOD   PIC 9(6).
           03  FILLER       PIC X(6) VALUE "  RUN ".
           03  RHL-DATE     PIC 9(8).

       01  COLUMN-HEADING-LINE.
           03  FILLER PIC X(16) VALUE "ACCOUNT".
           03  FILLER PIC X(10) VALUE "TYPE KIND".
           03  FILLER PIC X(19) VALUE "        OPENING BAL".
           03  FILLER PIC X(16) VALUE "        INTEREST".
           03  FILLER PIC X(16) VALUE "             FEE".
           03  FILLER PIC X(19) VALUE "        CLOSING BAL".

       01  REPORT-DETAIL-LINE.
           03  RDL-ACCT     PIC Z(12).
           03  FILLER       PIC X(4) VALUE SPACES.
           03  RDL-TYPE     PIC ZZ.
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-KIND     PIC ZZZ.
           03  FILLER       PIC X(3) VALUE SPACES.
           03  RDL-OPENING  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  RDL-INTEREST PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(1) VALUE SPACES.
           03  RDL-FEE      PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(1) VALUE SPACES.
           03  RDL-CLOSING  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-NOTE     PIC X(12).

       01  SUMMARY-HEADING-LINE.
           03  FILLER PIC X(10) VALUE "TYPE KIND".
           03  FILLER PIC X(10) VALUE "  ACCOUNTS".
           03  FILLER PIC X(19) VALUE "           INTEREST".
           03  FILLER PIC X(19) VALUE "               FEES".
           03  FILLER PIC X(19) VALUE "      TOTAL ACCRUED".

       01  SUMMARY-DETAIL-LINE.
           03  SDL-TYPE     PIC ZZ.
           03  FILLER       PIC X(2) VALUE SPACES.
           03  SDL-KIND     PIC ZZZ.
           03  FILLER       PIC X(3) VALUE SPACES.
           03  SDL-ACCOUNTS PIC ZZZ,ZZ9.
           03  FILLER       PIC X(3) VALUE SPACES.
           03  SDL-INTEREST PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  SDL-FEES     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  SDL-ACCRUED  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  REPORT-COUNT-LINE.
           03  RCL-LABEL    PIC X(24).
           03  RCL-COUNT    PIC ZZZ,ZZ9.

       01  REPORT-TOTAL-LINE.
           03  RTL-LABEL    PIC X(24).
           03  RTL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM ACCRUE-ACCOUNT-PARA UNTIL END-OF-FILE.
           PERFORM PRINT-SUMMARY-PARA.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           PERFORM GET-PROCESS-DATE-PARA.
           PERFORM CHECK-ACCRUAL-LOG-PARA.
           IF ALREADY-RUN
               DISPLAY "INTEREST AND FEES ALREADY ACCRUED FOR PERIOD "
                   RUN-PERIOD
               DISPLAY "NOTHING ACCRUED THIS RUN"
               STOP RUN
           END-IF.
           PERFORM LOAD-RATE-PARA.
           IF RATE-COUNT = 0
               DISPLAY "NO RATES ON ACCTRATE.DAT - NOTHING ACCRUED"
               STOP RUN
           END-IF.
           PERFORM BACKUP-MASTER-PARA.
           OPEN I-O ACCOUNT-MASTER.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "ERROR OPENING ACCTMAST.DAT: "
                   ACCOUNT-MASTER-STATUS
               DISPLAY "NOTHING ACCRUED THIS RUN"
               STOP RUN
           END-IF.
      *    HISTORY GROWS ACROSS RUNS -- EXTEND IT, CREATING IT THE
      *    FIRST TIME THROUGH.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-FILE-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN OUTPUT ACCRUAL-REPORT.
           IF ACCRUAL-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCRRPT.DAT: "
                   ACCRUAL-REPORT-STATUS
           END-IF.
           MOVE RUN-PERIOD TO RHL-PERIOD.
           MOVE RUN-DATE TO RHL-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO END-OF-FILE-SWITCH.
           MOVE ZEROS TO ACCT-NO-M.
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NO-M
               INVALID KEY
                   MOVE 1 TO END-OF-FILE-SWITCH
           END-START.
           IF NOT-END-OF-FILE
               PERFORM READ-MASTER-PARA
           END-IF.

      *****************************************************************
      * THE RUN IS STAMPED WITH THE BUSINESS PROCESSING DATE FROM     *
      * THE RUN-CONTROL FILE KEPT BY RUNCTL, AND THE MONTH ACCRUED    *
      * IS THE MONTH OF THAT DATE.  WITHOUT A CONTROL FILE THE        *
      * MACHINE DATE IS USED.                                         *
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

      *****************************************************************
      * PRE-UPDATE BACKUP.  THE WHOLE OF ACCTMAST.DAT IS COPIED TO    *
      * THE OLDEST OF ITS THREE GENERATION SLOTS AND THE COPY IS      *
      * RECORDED ON THE BACKUP CATALOG WITH THE PROCESSING DATE, THE  *
      * TIME, AND THE RECORD COUNT.  THE SLOT IS MARKED IN PROGRESS   *
      * BEFORE THE COPY STARTS, SO A COPY THAT DOES NOT FINISH CAN    *
      * NEVER BE RESTORED.  IF THE BACKUP CANNOT BE TAKEN THE RUN     *
      * STOPS WITH THE MASTER UNTOUCHED.  THE SLOTS ARE SHARED WITH   *
      * ACCTPOST, AND THE CATALOG ENTRY IS STAMPED ACCTACCR SO        *
      * MASTREST KNOWS WHICH RUN A GENERATION CAME BEFORE.            *
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
           IF BACKUP-FAILED
               DISPLAY "BACKUP OF ACCTMAST.DAT FAILED - RUN STOPPED"
               DISPLAY "NOTHING HAS BEEN ACCRUED"
               STOP RUN
           END-IF.
           MOVE "C"            TO GEN-STATUS(BACKUP-ENTRY).
           MOVE BACKUP-RECORDS TO GEN-RECORDS(BACKUP-ENTRY).
           PERFORM SAVE-CATALOG-PARA.
           IF BACKUP-FAILED
               DISPLAY "BACKUP CATALOG NOT UPDATED - RUN STOPPED"
               DISPLAY "NOTHING HAS BEEN ACCRUED"
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

      *****************************************************************
      * A MONTH IS ACCRUED ONCE.  THE LOG IS SEARCHED FOR THIS RUN'S  *
      * PERIOD -- IF IT IS THERE THE RUN IS REFUSED.  A MISSING LOG   *
      * MEANS NOTHING HAS BEEN ACCRUED YET.                           *
      *****************************************************************
       CHECK-ACCRUAL-LOG-PARA.
           MOVE 0 TO ALREADY-RUN-SWITCH.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT ACCRUAL-LOG-FILE.
           IF ACCRUAL-LOG-OK
               PERFORM READ-ACCRUAL-LOG-PARA
                   UNTIL END-OF-FILE OR ALREADY-RUN
               CLOSE ACCRUAL-LOG-FILE
           END-IF.

       READ-ACCRUAL-LOG-PARA.
           READ ACCRUAL-LOG-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF ACL-PERIOD = RUN-PERIOD
                       MOVE 1 TO ALREADY-RUN-SWITCH
                   END-IF
           END-READ.

       LOAD-RATE-PARA.
           MOVE 0 TO RATE-COUNT.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-FILE-OK
               DISPLAY "ERROR OPENING ACCTRATE.DAT: " RATE-STATUS
           ELSE
               PERFORM LOAD-ONE-RATE-PARA UNTIL END-OF-FILE
               CLOSE RATE-FILE
           END-IF.
           DISPLAY "RATES ON FILE: " RATE-COUNT.

       LOAD-ONE-RATE-PARA.
           READ RATE-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF RATE-COUNT = 500
                       DISPLAY "RATE TABLE FULL - ENTRY DROPPED: "
                           RATE-TYPE-CODE " " RATE-KIND-CODE
                   ELSE
                       ADD 1 TO RATE-COUNT
                       MOVE RATE-TYPE-CODE
                           TO TBL-TYPE-CODE(RATE-COUNT)
                       MOVE RATE-KIND-CODE
                           TO TBL-KIND-CODE(RATE-COUNT)
                       MOVE RATE-CREDIT-PCT
                           TO TBL-CREDIT-PCT(RATE-COUNT)
                       MOVE RATE-DEBIT-PCT
                           TO TBL-DEBIT-PCT(RATE-COUNT)
                       MOVE RATE-MONTHLY-FEE
                           TO TBL-MONTHLY-FEE(RATE-COUNT)
                       MOVE RATE-WAIVE-MIN
                           TO TBL-WAIVE-MIN(RATE-COUNT)
                   END-IF
           END-READ.

       READ-MASTER-PARA.
           READ ACCOUNT-MASTER NEXT
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO ACCOUNTS-READ
           END-READ.

      *****************************************************************
      * ONE ACCOUNT.  INTEREST IS A TWELFTH OF THE ANNUAL RATE ON     *
      * THE BALANCE AS IT STANDS -- THE CREDIT RATE WHEN IN CREDIT,   *
      * THE DEBIT RATE WHEN OVERDRAWN, SO AN OVERDRAWN ACCOUNT IS     *
      * CHARGED.  THE FEE IS WAIVED WHEN THE OPENING BALANCE IS AT    *
      * OR ABOVE THE WAIVER MINIMUM.  AN ACCOUNT WHOSE COMBINATION    *
      * HAS NO RATE ENTRY IS LISTED AND LEFT UNTOUCHED.               *
      *****************************************************************
      *    A CLOSED ACCOUNT SITS AT ZERO AND STAYS THERE -- IT EARNS
      *    NOTHING AND IS NOT CHARGED THE MONTHLY FEE.
       ACCRUE-ACCOUNT-PARA.
           IF ACCOUNT-CLOSED
               ADD 1 TO ACCOUNTS-CLOSED
           ELSE
               PERFORM ACCRUE-OPEN-ACCOUNT-PARA
           END-IF.
           PERFORM READ-MASTER-PARA.

       ACCRUE-OPEN-ACCOUNT-PARA.
           MOVE BALANCE-M TO OPENING-BALANCE.
           MOVE 0 TO INTEREST-AMOUNT.
           MOVE 0 TO FEE-AMOUNT.
           PERFORM FIND-RATE-PARA.
           IF NOT ENTRY-FOUND
               ADD 1 TO ACCOUNTS-NO-RATE
               MOVE "NO RATE" TO RDL-NOTE
               PERFORM WRITE-DETAIL-PARA
           ELSE
               IF BALANCE-M > 0
                   COMPUTE INTEREST-AMOUNT ROUNDED =
                       BALANCE-M * TBL-CREDIT-PCT(RATE-INDEX) / 1200
               END-IF
               IF BALANCE-M < 0
                   COMPUTE INTEREST-AMOUNT ROUNDED =
                       BALANCE-M * TBL-DEBIT-PCT(RATE-INDEX) / 1200
               END-IF
               IF TBL-MONTHLY-FEE(RATE-INDEX) > 0
                   IF OPENING-BALANCE < TBL-WAIVE-MIN(RATE-INDEX)
                       SUBTRACT TBL-MONTHLY-FEE(RATE-INDEX) FROM 0
                           GIVING FEE-AMOUNT
                   ELSE
                       ADD 1 TO FEES-WAIVED
                   END-IF
               END-IF
               PERFORM POST-ACCRUAL-PARA THRU POST-ACCRUAL-EXIT
           END-IF.

       FIND-RATE-PARA.
           MOVE 0 TO FOUND-SWITCH.
           MOVE 1 TO RATE-INDEX.
           PERFORM SCAN-RATE-PARA
               UNTIL ENTRY-FOUND OR RATE-INDEX > RATE-COUNT.

       SCAN-RATE-PARA.
           IF TBL-TYPE-CODE(RATE-INDEX) = TYPE-CODE-M
            AND TBL-KIND-CODE(RATE-INDEX) = KIND-CODE-M
               MOVE 1 TO FOUND-SWITCH
           ELSE
               ADD 1 TO RATE-INDEX
           END-IF.

      *****************************************************************
      * APPLY THE INTEREST AND THE FEE TO THE MASTER.  ONLY ONCE THE  *
      * MASTER HAS TAKEN THEM IS EACH LOGGED AS ITS OWN HISTORY ENTRY *
      * CARRYING THE BALANCE IT LEFT, AND ADDED INTO THE TOTALS FOR   *
      * THE ACCOUNT'S COMBINATION.  AN ACCOUNT THE MASTER REFUSES IS  *
      * MARKED FAILED ON THE REGISTER AND KEPT OUT OF THE TOTALS, AND *
      * THE MONTH IS NOT LOGGED AS ACCRUED.  NOTHING IS WRITTEN FOR   *
      * AN ACCOUNT WITH NOTHING TO ACCRUE.                            *
      *****************************************************************
       POST-ACCRUAL-PARA.
           IF INTEREST-AMOUNT = 0 AND FEE-AMOUNT = 0
               GO TO POST-ACCRUAL-EXIT
           END-IF.
           ADD INTEREST-AMOUNT TO BALANCE-M.
           MOVE BALANCE-M TO INTEREST-BALANCE.
           ADD FEE-AMOUNT TO BALANCE-M.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "ERROR UPDATING ACCOUNT MASTER: " ACCT-NO-M
                   " STATUS " ACCOUNT-MASTER-STATUS
               MOVE 1 TO ACCRUAL-ERROR-SWITCH
               MOVE OPENING-BALANCE TO BALANCE-M
               MOVE "FAILED" TO RDL-NOTE
               PERFORM WRITE-DETAIL-PARA
               GO TO POST-ACCRUAL-EXIT
           END-IF.
           IF INTEREST-AMOUNT NOT = 0
               MOVE "I" TO HIST-ACTION
               MOVE INTEREST-AMOUNT TO HIST-AMOUNT
               MOVE INTEREST-BALANCE TO HIST-NEW-BALANCE
               PERFORM WRITE-HISTORY-PARA
               ADD 1 TO INTEREST-POSTED
               ADD INTEREST-AMOUNT TO INTEREST-TOTAL
           END-IF.
           IF FEE-AMOUNT NOT = 0
               MOVE "F" TO HIST-ACTION
               MOVE FEE-AMOUNT TO HIST-AMOUNT
               MOVE BALANCE-M TO HIST-NEW-BALANCE
               PERFORM WRITE-HISTORY-PARA
               ADD 1 TO FEES-CHARGED
               ADD FEE-AMOUNT TO FEE-TOTAL
           END-IF.
           ADD 1 TO ACCOUNTS-ACCRUED.
           PERFORM FIND-COMBO-PARA.
           IF COMBO-INDEX NOT = 0
               ADD 1 TO CMB-ACCOUNTS(COMBO-INDEX)
               ADD INTEREST-AMOUNT TO CMB-INTEREST(COMBO-INDEX)
               ADD FEE-AMOUNT TO CMB-FEES(COMBO-INDEX)
           END-IF.
           MOVE SPACES TO RDL-NOTE.
           PERFORM WRITE-DETAIL-PARA.
       POST-ACCRUAL-EXIT.
           EXIT.

      *****************************************************************
      * LOG ONE ACCRUAL TO THE PERMANENT HISTORY.  HIST-ACTION,       *
      * HIST-AMOUNT AND HIST-NEW-BALANCE ARE SET BY THE CALLER.  A    *
      * FAILED WRITE STOPS THE MONTH BEING LOGGED AS ACCRUED.         *
      *****************************************************************
       WRITE-HISTORY-PARA.
           MOVE ACCT-NO-M     TO HIST-ACCT-NO.
           MOVE RUN-DATE      TO HIST-POST-DATE.
           MOVE TYPE-CODE-M   TO HIST-TYPE-CODE.
           MOVE KIND-CODE-M   TO HIST-KIND-CODE.
           WRITE HISTORY-RECORD.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ACCTHIST.DAT: " HISTORY-STATUS
               MOVE 1 TO ACCRUAL-ERROR-SWITCH
           END-IF.

       WRITE-DETAIL-PARA.
           MOVE ACCT-NO-M       TO RDL-ACCT.
           MOVE TYPE-CODE-M     TO RDL-TYPE.
           MOVE KIND-CODE-M     TO RDL-KIND.
           MOVE OPENING-BALANCE TO RDL-OPENING.
           MOVE INTEREST-AMOUNT TO RDL-INTEREST.
           MOVE FEE-AMOUNT      TO RDL-FEE.
           MOVE BALANCE-M       TO RDL-CLOSING.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           IF ACCRUAL-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ACCRRPT.DAT: "
                   ACCRUAL-REPORT-STATUS
           END-IF.

      *****************************************************************
      * FIND THE TOTALS ENTRY FOR THE CURRENT ACCOUNT'S TYPE/KIND,    *
      * ADDING A NEW ZEROED ENTRY THE FIRST TIME IT IS SEEN.          *
      * COMBO-INDEX COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.      *
      *****************************************************************
       FIND-COMBO-PARA.
           MOVE 0 TO FOUND-SWITCH.
           MOVE 1 TO COMBO-INDEX.
           PERFORM SCAN-COMBO-PARA
               UNTIL ENTRY-FOUND OR COMBO-INDEX > COMBO-COUNT.
           IF NOT ENTRY-FOUND
               IF COMBO-COUNT = 500
                   DISPLAY "COMBINATION TABLE FULL - ENTRY DROPPED: "
                       TYPE-CODE-M " " KIND-CODE-M
                   MOVE 0 TO COMBO-INDEX
               ELSE
                   ADD 1 TO COMBO-COUNT
                   MOVE TYPE-CODE-M TO CMB-TYPE-CODE(COMBO-COUNT)
                   MOVE KIND-CODE-M TO CMB-KIND-CODE(COMBO-COUNT)
                   MOVE ZEROS TO CMB-ACCOUNTS(COMBO-COUNT)
                   MOVE ZEROS TO CMB-INTEREST(COMBO-COUNT)
                   MOVE ZEROS TO CMB-FEES(COMBO-COUNT)
                   MOVE COMBO-COUNT TO COMBO-INDEX
               END-IF
           END-IF.

       SCAN-COMBO-PARA.
           IF CMB-TYPE-CODE(COMBO-INDEX) = TYPE-CODE-M
            AND CMB-KIND-CODE(COMBO-INDEX) = KIND-CODE-M
               MOVE 1 TO FOUND-SWITCH
           ELSE
               ADD 1 TO COMBO-INDEX
           END-IF.

      *****************************************************************
      * THE TOTALS BY TYPE/KIND FOR FINANCE TO TIE TO THE LEDGER.     *
      * EACH COMBINATION'S NET ACCRUAL IS ALSO ADDED TO THE MONTH-    *
      * TO-DATE GL FILE, SO THE MONTHEND CLOSE SEES THE SAME          *
      * MOVEMENT THE MASTER DOES.                                     *
      *****************************************************************
       PRINT-SUMMARY-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTALS BY TYPE/KIND" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM SUMMARY-HEADING-LINE.
      *    THE MONTH-TO-DATE FILE GROWS UNTIL MONTHEND CLEARS IT --
      *    EXTEND IT, CREATING IT THE FIRST TIME THROUGH.
           OPEN EXTEND GL-MONTH-FILE.
           IF GL-MONTH-NOT-FOUND
               OPEN OUTPUT GL-MONTH-FILE
           END-IF.
           MOVE 0 TO COMBO-INDEX.
           PERFORM PRINT-ONE-COMBO-PARA
               UNTIL COMBO-INDEX = COMBO-COUNT.
           CLOSE GL-MONTH-FILE.
           ADD INTEREST-TOTAL FEE-TOTAL GIVING ACCRUED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL INTEREST:         " TO RTL-LABEL.
           MOVE INTEREST-TOTAL TO RTL-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE "TOTAL FEES:             " TO RTL-LABEL.
           MOVE FEE-TOTAL TO RTL-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE "TOTAL ACCRUED:          " TO RTL-LABEL.
           MOVE ACCRUED-TOTAL TO RTL-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

       PRINT-ONE-COMBO-PARA.
           ADD 1 TO COMBO-INDEX.
           ADD CMB-INTEREST(COMBO-INDEX) CMB-FEES(COMBO-INDEX)
               GIVING COMBO-ACCRUED.
           MOVE CMB-TYPE-CODE(COMBO-INDEX) TO SDL-TYPE.
           MOVE CMB-KIND-CODE(COMBO-INDEX) TO SDL-KIND.
           MOVE CMB-ACCOUNTS(COMBO-INDEX)  TO SDL-ACCOUNTS.
           MOVE CMB-INTEREST(COMBO-INDEX)  TO SDL-INTEREST.
           MOVE CMB-FEES(COMBO-INDEX)      TO SDL-FEES.
           MOVE COMBO-ACCRUED              TO SDL-ACCRUED.
           WRITE REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           IF COMBO-ACCRUED NOT = 0
               MOVE RUN-DATE                   TO GLM-RUN-DATE
               MOVE CMB-TYPE-CODE(COMBO-INDEX) TO GLM-TYPE-CODE
               MOVE CMB-KIND-CODE(COMBO-INDEX) TO GLM-KIND-CODE
               MOVE COMBO-ACCRUED              TO GLM-AMOUNT
               WRITE GL-MONTH-RECORD
               IF GL-MONTH-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING GLMONTH.DAT: "
                       GL-MONTH-STATUS
               END-IF
           END-IF.

      *****************************************************************
      * LOG THE MONTH AS ACCRUED SO IT CANNOT BE RUN AGAIN -- ONLY    *
      * WHEN EVERY ACCOUNT WENT THROUGH CLEAN.  AFTER AN ERROR THE    *
      * MASTER HOLDS PART OF THE MONTH, SO THE OPERATOR IS TOLD TO    *
      * ROLL IT BACK BEFORE THE MONTH IS RUN AGAIN.                   *
      *****************************************************************
       LOG-ACCRUAL-PARA.
           IF ACCRUAL-FAILED
               DISPLAY "ACCRUAL HAD ERRORS - PERIOD " RUN-PERIOD
                   " NOT LOGGED AS ACCRUED"
               DISPLAY "ROLL ACCTMAST.DAT BACK TO THIS RUN'S GENERATION"
                   " WITH MASTREST AND TAKE"
               DISPLAY "THE ACCRRPT.DAT TOTALS OFF GLMONTH.DAT BEFORE"
                   " RUNNING THE MONTH AGAIN"
               GO TO LOG-ACCRUAL-EXIT
           END-IF.
           OPEN EXTEND ACCRUAL-LOG-FILE.
           IF ACCRUAL-LOG-NOT-FOUND
               OPEN OUTPUT ACCRUAL-LOG-FILE
           END-IF.
           MOVE RUN-PERIOD       TO ACL-PERIOD.
           MOVE RUN-DATE         TO ACL-RUN-DATE.
           MOVE ACCOUNTS-ACCRUED TO ACL-ACCOUNTS.
           MOVE INTEREST-TOTAL   TO ACL-INTEREST.
           MOVE FEE-TOTAL        TO ACL-FEES.
           WRITE ACCRUAL-LOG-RECORD.
           IF ACCRUAL-LOG-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ACCRLOG.DAT: " ACCRUAL-LOG-STATUS
           END-IF.
           CLOSE ACCRUAL-LOG-FILE.
       LOG-ACCRUAL-EXIT.
           EXIT.

       TERMINATE-PARA.
           PERFORM LOG-ACCRUAL-PARA THRU LOG-ACCRUAL-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCOUNTS READ:          " TO RCL-LABEL.
           MOVE ACCOUNTS-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ACCOUNTS ACCRUED:       " TO RCL-LABEL.
           MOVE ACCOUNTS-ACCRUED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ACCOUNTS WITH NO RATE:  " TO RCL-LABEL.
           MOVE ACCOUNTS-NO-RATE TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "CLOSED - NOT ACCRUED:   " TO RCL-LABEL.
           MOVE ACCOUNTS-CLOSED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "INTEREST POSTINGS:      " TO RCL-LABEL.
           MOVE INTEREST-POSTED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "FEES CHARGED:           " TO RCL-LABEL.
           MOVE FEES-CHARGED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "FEES WAIVED:            " TO RCL-LABEL.
           MOVE FEES-WAIVED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           DISPLAY "ACCOUNTS READ:     " ACCOUNTS-READ.
           DISPLAY "ACCOUNTS ACCRUED:  " ACCOUNTS-ACCRUED.
           DISPLAY "ACCOUNTS NO RATE:  " ACCOUNTS-NO-RATE.
           DISPLAY "ACCOUNTS CLOSED:   " ACCOUNTS-CLOSED.
           CLOSE ACCOUNT-MASTER HISTORY-FILE ACCRUAL-REPORT.
