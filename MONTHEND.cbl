      * ACCTPER.DAT LEFT BY THE LAST CLOSE -- IT IS READ FIRST AND    *
      * THEN OVERWRITTEN WITH THIS PERIOD'S.  THE MONTH-TO-DATE GL    *
      * FILE IS CLEARED AFTER THE CLOSE SO THE NEXT PERIOD STARTS     *
      * FRESH.  REPLACES THE SPREADSHEET FINANCE RECONCILES ON.  THE  *
      * MONTH'S INTEREST AND FEE ACCRUAL (ACCTACCR) MUST RUN FIRST SO *
      * THE SNAPSHOT INCLUDES IT -- IF ACCRLOG.DAT SHOWS NO ACCRUAL   *
      * FOR THE PERIOD THE CLOSE REPORT SAYS SO.  CLOSED ACCOUNTS     *
      * STAY IN THE SNAPSHOT AND THE TOTALS, BUT THE ACCOUNT COUNTS   *
      * AND BALANCES ARE SHOWN SEPARATELY FOR OPEN AND CLOSED         *
      * ACCOUNTS.  THE MASTER INTEGRITY CHECK (MASTCHK) SHOULD ALSO   *
      * HAVE RUN SINCE THE PERIOD BEGAN -- IF CHKLOG.DAT SHOWS NO     *
      * CHECK, OR THE LATEST ONE FOUND EXCEPTIONS, THE CLOSE REPORT   *
      * SAYS SO.                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT GL-MONTH-FILE ASSIGN "GLMONTH.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS GL-MONTH-STATUS.
           SELECT ACCRUAL-LOG-FILE ASSIGN "ACCRLOG.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ACCRUAL-LOG-STATUS.
           SELECT CHECK-LOG-FILE ASSIGN "CHKLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECK-LOG-STATUS.
           SELECT CLOSE-REPORT ASSIGN "MONTHRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ACCOUNT MASTER -- LAYOUT AS MAINTAINED BY ACCTPOST/ACCTMAINT
       FD  ACCOUNT-MASTER
       01  ACCOUNT-MASTER-RECORD
        03 ACCT-NO-M     PIC 9(12)V9(3).
        03 DESCRIPTION-M PIC X(30).
        03 DATE-POSTED-M PIC 9(8).
        03 BALANCE-M     PIC S9(11)V99.
        03 ACCT-STATUS-M PIC X(1).
         88 ACCOUNT-OPEN   VALUE "O".
         88 ACCOUNT-CLOSED VALUE "C".
        03 DATE-CLOSED-M PIC 9(8).
      *    PERIOD-END FILE -- THE MASTER AS IT STOOD AT THE CLOSE,
      *    PLUS THE PERIOD DATE.  LAST PERIOD'S COPY IS THE PRIOR.
       FD  PERIOD-FILE
        03 GLM-TYPE-CODE PIC 9(2).
        03 GLM-KIND-CODE PIC 9(3).
        03 GLM-AMOUNT    PIC S9(11)V9(2).
      *    ACCRUAL LOG -- LAYOUT MATCHES THE RECORD ACCTACCR WRITES,
      *    ONE PER MONTH ACCRUED
       FD  ACCRUAL-LOG-FILE
       01  ACCRUAL-LOG-RECORD
        03 ACL-PERIOD      PIC 9(6).
        03 ACL-RUN-DATE    PIC 9(8).
        03 ACL-ACCOUNTS    PIC 9(6).
        03 ACL-INTEREST    PIC S9(11)V99.
        03 ACL-FEES        PIC S9(11)V99.
      *    INTEGRITY CHECK LOG -- LAYOUT MATCHES THE RECORD MASTCHK
      *    WRITES, ONE PER RUN
       FD  CHECK-LOG-FILE
       01  CHECK-LOG-RECORD
        03 CKL-RUN-DATE.
         05 CKL-RUN-MONTH      PIC 9(6).
         05 CKL-RUN-DAY        PIC 9(2).
        03 CKL-RUN-TIME        PIC 9(6).
        03 CKL-ACCOUNTS        PIC 9(7).
        03 CKL-ACCT-EXCEPTIONS PIC 9(7).
        03 CKL-EMPLOYEES       PIC 9(7).
        03 CKL-EMP-EXCEPTIONS  PIC 9(7).
      *    CLOSING REPORT INFO
       FD  CLOSE-REPORT
       01  REPORT-LINE PIC X(120).
        88 PERIOD-FILE-OK VALUE "00".
       01  GL-MONTH-STATUS PIC X(02) VALUE SPACES.
        88 GL-MONTH-OK VALUE "00".
       01  ACCRUAL-LOG-STATUS PIC X(02) VALUE SPACES.
        88 ACCRUAL-LOG-OK VALUE "00".
       01  CHECK-LOG-STATUS PIC X(02) VALUE SPACES.
        88 CHECK-LOG-OK VALUE "00".
       01  CLOSE-REPORT-STATUS PIC X(02) VALUE SPACES.

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
       01  PRIOR-FOUND-SWITCH PIC 9 VALUE 0.
        88 PRIOR-FOUND VALUE 1.

       01  ACCRUED-SWITCH PIC 9 VALUE 0.
        88 PERIOD-ACCRUED VALUE 1.

       01  CHECKED-SWITCH PIC 9 VALUE 0.
        88 PERIOD-CHECKED VALUE 1.
       01  CHECK-EXCEPTIONS PIC 9(7) VALUE 0.

       01  PERIOD-DATE PIC 9(8) VALUE 0.
       01  PERIOD-DATE-PARTS REDEFINES PERIOD-DATE.
        03 PERIOD-MONTH PIC 9(6).
        03 FILLER       PIC 9(2).
       01  PRIOR-PERIOD-DATE PIC 9(8) VALUE 0.

       01  CLOSE-TOTALS.
        03 PRIOR-TOTAL       PIC S9(13)V99 VALUE 0.
        03 MOVEMENT-TOTAL    PIC S9(13)V99 VALUE 0.
        03 GL-MONTH-TOTAL    PIC S9(13)V99 VALUE 0.
        03 OPEN-ACCOUNTS     PIC 9(6) VALUE 0.
        03 OPEN-BALANCE      PIC S9(13)V99 VALUE 0.
        03 CLOSED-ACCOUNTS   PIC 9(6) VALUE 0.
        03 CLOSED-BALANCE    PIC S9(13)V99 VALUE 0.

       01  COMBO-WORK.
        03 WORK-TYPE-CODE PIC 9(2).
           03  RCL-LABEL    PIC X(24).
           03  RCL-COUNT    PIC ZZZ,ZZ9.

       01  REPORT-STATUS-LINE.
           03  RSL-LABEL    PIC X(24).
           03  RSL-COUNT    PIC ZZZ,ZZ9.
           03  FILLER       PIC X(10) VALUE "  BALANCE ".
           03  RSL-BALANCE  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  REPORT-VERDICT-LINE.
           03  RVL-TEXT PIC X(50).

           END-IF.
           MOVE PERIOD-DATE TO RHL-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM CHECK-ACCRUAL-PARA.
           PERFORM CHECK-INTEGRITY-PARA.

      *****************************************************************
      * THE ACCRUAL FOR THE MONTH SHOULD ALREADY BE ON THE MASTER.    *
      * IF THE LOG HAS NO ENTRY FOR THE PERIOD THE CLOSE STILL RUNS,  *
      * BUT THE REPORT AND THE OPERATOR ARE TOLD.                     *
      *****************************************************************
       CHECK-ACCRUAL-PARA.
           MOVE 0 TO ACCRUED-SWITCH.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT ACCRUAL-LOG-FILE.
           IF ACCRUAL-LOG-OK
               PERFORM READ-ACCRUAL-LOG-PARA
                   UNTIL END-OF-FILE OR PERIOD-ACCRUED
               CLOSE ACCRUAL-LOG-FILE
           END-IF.
           IF NOT PERIOD-ACCRUED
               MOVE "*** NO INTEREST/FEE ACCRUAL RUN THIS PERIOD ***"
                   TO RVL-TEXT
               WRITE REPORT-LINE FROM REPORT-VERDICT-LINE
               DISPLAY RVL-TEXT
           END-IF.

       READ-ACCRUAL-LOG-PARA.
           READ ACCRUAL-LOG-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF ACL-PERIOD = PERIOD-MONTH
                       MOVE 1 TO ACCRUED-SWITCH
                   END-IF
           END-READ.

      *****************************************************************
      * THE MASTERS SHOULD HAVE BEEN CHECKED AGAINST THEIR HISTORY    *
      * SINCE THE PERIOD BEGAN.  THE LATEST SUCH CHECK IN THE LOG     *
      * COUNTS.  NO CHECK, OR EXCEPTIONS, STILL LETS THE CLOSE RUN,   *
      * BUT THE REPORT AND THE OPERATOR ARE TOLD.                     *
      *****************************************************************
       CHECK-INTEGRITY-PARA.
           MOVE 0 TO CHECKED-SWITCH.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT CHECK-LOG-FILE.
           IF CHECK-LOG-OK
               PERFORM READ-CHECK-LOG-PARA UNTIL END-OF-FILE
               CLOSE CHECK-LOG-FILE
           END-IF.
           IF NOT PERIOD-CHECKED
               MOVE "*** NO MASTER INTEGRITY CHECK RUN THIS PERIOD ***"
                   TO RVL-TEXT
               WRITE REPORT-LINE FROM REPORT-VERDICT-LINE
               DISPLAY RVL-TEXT
           ELSE
               IF CHECK-EXCEPTIONS NOT = 0
                   MOVE "*** LAST INTEGRITY CHECK FOUND EXCEPTIONS ***"
                       TO RVL-TEXT
                   WRITE REPORT-LINE FROM REPORT-VERDICT-LINE
                   DISPLAY RVL-TEXT
               END-IF
           END-IF.

       READ-CHECK-LOG-PARA.
           READ CHECK-LOG-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF CKL-RUN-MONTH NOT < PERIOD-MONTH
                       MOVE 1 TO CHECKED-SWITCH
                       COMPUTE CHECK-EXCEPTIONS =
                           CKL-ACCT-EXCEPTIONS + CKL-EMP-EXCEPTIONS
                   END-IF
           END-READ.

      *****************************************************************
      * LAST PERIOD'S SNAPSHOT IS THE PRIOR -- READ IT INTO THE       *
               DISPLAY "ERROR WRITING ACCTPER.DAT: " PERIOD-STATUS
           END-IF.
           ADD 1 TO ACCOUNTS-SNAPPED.
           IF ACCOUNT-CLOSED
               ADD 1 TO CLOSED-ACCOUNTS
               ADD BALANCE-M TO CLOSED-BALANCE
           ELSE
               ADD 1 TO OPEN-ACCOUNTS
               ADD BALANCE-M TO OPEN-BALANCE
           END-IF.
           MOVE TYPE-CODE-M TO WORK-TYPE-CODE.
           MOVE KIND-CODE-M TO WORK-KIND-CODE.
           PERFORM FIND-COMBO-PARA.
           MOVE "ACCOUNTS SNAPSHOT:      " TO RCL-LABEL.
           MOVE ACCOUNTS-SNAPPED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  OPEN ACCOUNTS:        " TO RSL-LABEL.
           MOVE OPEN-ACCOUNTS TO RSL-COUNT.
           MOVE OPEN-BALANCE TO RSL-BALANCE.
           WRITE REPORT-LINE FROM REPORT-STATUS-LINE.
           MOVE "  CLOSED ACCOUNTS:      " TO RSL-LABEL.
           MOVE CLOSED-ACCOUNTS TO RSL-COUNT.
           MOVE CLOSED-BALANCE TO RSL-BALANCE.
           WRITE REPORT-LINE FROM REPORT-STATUS-LINE.
           MOVE "COMBINATIONS OUT:       " TO RCL-LABEL.
           MOVE COMBOS-OUT TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           DISPLAY "ACCOUNTS SNAPSHOT: " ACCOUNTS-SNAPPED.
           DISPLAY "  OPEN ACCOUNTS:   " OPEN-ACCOUNTS.
           DISPLAY "  CLOSED ACCOUNTS: " CLOSED-ACCOUNTS.
           DISPLAY "COMBINATIONS OUT:  " COMBOS-OUT.
           CLOSE CLOSE-REPORT.
