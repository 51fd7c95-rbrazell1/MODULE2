      * END-OF-DAY RECONCILIATION.  INDEPENDENTLY SUMS BALANCE-O      *
      * ACROSS THE DAY'S ACCTFILE.DAT, COMPARES IT TO THE TOTAL       *
      * BALANCE LINE ON THE SESSION REGISTER AND TO THE MOVEMENT IN   *
      * THE RUNNING TOTAL ON TOTALS.DAT (YESTERDAY'S TOTAL IS KEPT ON *
      * PRIORTOT.DAT BY THIS JOB), AND PRINTS A BALANCED OR           *
      * OUT-OF-BALANCE REPORT WITH THE DISCREPANCY AMOUNTS.  THE      *
      * ACCTEDIT PASS IS BALANCED TOO -- THE AMOUNT HELD IN SUSPENSE  *
      * THIS SESSION, THE AMOUNT RELEASED FROM SUSPENSE AND THE       *
      * PAYROLL POSTINGS ARE PRINTED AS THEIR OWN LINES (FROM         *
      * ACCTECTL.DAT), AND THE POSTING FILE (ACCTVALD.DAT), SUMMED    *
      * INDEPENDENTLY, LESS RELEASED AND PAYROLL PLUS SUSPENDED MUST  *
      * EQUAL THE SESSION TOTAL.  THE VERDICT AND EACH DISCREPANCY    *
      * ARE LEFT ON THE RECON CONTROL FILE (RECONCTL.DAT), STAMPED    *
      * WITH THE BUSINESS PROCESSING DATE FROM RUNCTL, FOR THE        *
      * MORNING OPERATIONS SUMMARY (OPSSUM).                          *
      *****************************************************************
       ENVIRONMENT DIVISION.

           SELECT ACCOUNT-FILE ASSIGN "ACCTFILE.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS ACCOUNT-STATUS.
           SELECT POSTING-FILE ASSIGN "ACCTVALD.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS POSTING-STATUS.
           SELECT EDIT-CONTROL-FILE ASSIGN "ACCTECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-CONTROL-STATUS.
           SELECT REGISTER-FILE ASSIGN "REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
           SELECT PRIOR-TOTALS-FILE ASSIGN "PRIORTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-TOTALS-STATUS.
           SELECT RECON-CONTROL-FILE ASSIGN "RECONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-CONTROL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT RECON-REPORT ASSIGN "RECONRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-STATUS.
           03  DESCRIPTION-O PIC X(30).
           03  DATE-INPUT-O  PIC 9(8).
           03  BALANCE-O     PIC S9(9)V99.
      *    POSTING FILE -- THE RECORDS ACCTEDIT PASSED TO ACCTPOST
       FD  POSTING-FILE.
       01  POSTING-RECORD.
           03  FILLER        PIC X(58).
           03  BALANCE-P     PIC S9(9)V99.
      *    EDIT CONTROL -- THE EDIT RUN'S AMOUNTS, LEFT BY ACCTEDIT
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
      *    REGISTER FILE -- PRINTED AUDIT REGISTER OF ACCOUNTS ENTERED
       FD  REGISTER-FILE.
       01  REGISTER-LINE PIC X(132).
       FD  PRIOR-TOTALS-FILE.
       01  PRIOR-TOTALS-RECORD.
           03  PRIOR-BAL PIC S9(11)V99.
      *    RECON CONTROL -- ONE RECORD OF THE VERDICT AND THE
      *    DISCREPANCIES, READ BY OPSSUM.  RESULT "B" IN BALANCE,
      *    "O" OUT OF BALANCE.
       FD  RECON-CONTROL-FILE.
       01  RECON-CONTROL-RECORD.
           03  RCT-PROCESS-DATE     PIC 9(8).
           03  RCT-RUN-DATE         PIC 9(8).
           03  RCT-RESULT           PIC X(1).
           03  RCT-ACCTFILE-TOTAL   PIC S9(11)V99.
           03  RCT-REGISTER-DIFF    PIC S9(11)V99.
           03  RCT-ACCOUNTED-DIFF   PIC S9(11)V99.
           03  RCT-MOVEMENT-DIFF    PIC S9(11)V99.
           03  RCT-MOVEMENT-CHECKED PIC X(1).
      *    RUN CONTROL -- ONLY THE BUSINESS PROCESSING DATE IS USED
      *    HERE; THE STEP STATUSES BELONG TO RUNCTL
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           03  RC-PROCESS-DATE PIC 9(8).
           03  FILLER          PIC X(72).
      *    RECONCILIATION REPORT
       FD  RECON-REPORT.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-STATUS  PIC X(2).
       01  POSTING-STATUS  PIC X(2).
       01  EDIT-CONTROL-STATUS PIC X(2).
       01  REGISTER-STATUS PIC X(2).
       01  TOTALS-STATUS   PIC X(2).
       01  PRIOR-TOTALS-STATUS PIC X(2).
       01  RECON-STATUS    PIC X(2).
       01  RECON-CONTROL-STATUS PIC X(2).
       01  RUN-CONTROL-STATUS PIC X(2).

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
           88  END-OF-FILE     VALUE 1.
       01  REGISTER-FOUND-SWITCH PIC 9 VALUE 0.
           88  REGISTER-TOTAL-FOUND VALUE 1.

       01  EDIT-CONTROL-FOUND-SWITCH PIC 9 VALUE 0.
           88  EDIT-CONTROL-FOUND VALUE 1.

       01  EDIT-CONTROL-STALE-SWITCH PIC 9 VALUE 0.
           88  EDIT-CONTROL-STALE VALUE 1.

       01  OUT-OF-BALANCE-SWITCH PIC 9 VALUE 0.
           88  OUT-OF-BALANCE VALUE 1.

       01  RUN-DATE PIC 9(8).
       01  PROCESS-DATE PIC 9(8).

       01  RECON-AMOUNTS.
           03  ACCTFILE-TOTAL   PIC S9(11)V99 VALUE 0.
           03  POSTING-TOTAL    PIC S9(11)V99 VALUE 0.
           03  SUSPENDED-TOTAL  PIC S9(11)V99 VALUE 0.
           03  RELEASED-TOTAL   PIC S9(11)V99 VALUE 0.
           03  PAYROLL-TOTAL    PIC S9(11)V99 VALUE 0.
           03  ACCOUNTED-TOTAL  PIC S9(11)V99 VALUE 0.
           03  REGISTER-TOTAL   PIC S9(11)V99 VALUE 0.
           03  CURRENT-BAL      PIC S9(11)V99 VALUE 0.
           03  SAVED-PRIOR-BAL  PIC S9(11)V99 VALUE 0.
           03  TOTALS-MOVEMENT  PIC S9(11)V99 VALUE 0.
           03  DISCREPANCY      PIC S9(11)V99 VALUE 0.
           03  REGISTER-DIFF    PIC S9(11)V99 VALUE 0.
           03  ACCOUNTED-DIFF   PIC S9(11)V99 VALUE 0.
           03  MOVEMENT-DIFF    PIC S9(11)V99 VALUE 0.

       01  ACCOUNTS-SUMMED PIC 9(6) VALUE 0.

       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM SUM-ACCOUNT-FILE-PARA.
           PERFORM SUM-POSTING-FILE-PARA.
           PERFORM READ-EDIT-CONTROL-PARA.
           PERFORM READ-REGISTER-TOTAL-PARA.
           PERFORM READ-TOTALS-PARA.
           PERFORM COMPARE-TOTALS-PARA.
           PERFORM SAVE-PRIOR-PARA.
           PERFORM WRITE-RECON-CONTROL-PARA.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-PROCESS-DATE-PARA.
           OPEN OUTPUT RECON-REPORT.
           MOVE RUN-DATE TO RHL-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * THE RECON CONTROL RECORD IS STAMPED WITH THE BUSINESS         *
      * PROCESSING DATE FROM THE RUN-CONTROL FILE KEPT BY RUNCTL.     *
      * WITHOUT A CONTROL FILE THE MACHINE DATE IS USED.              *
      *****************************************************************
       GET-PROCESS-DATE-PARA.
           MOVE RUN-DATE TO PROCESS-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-PROCESS-DATE NOT = 0
                           MOVE RC-PROCESS-DATE TO PROCESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *****************************************************************
      * INDEPENDENT SUM OF THE DAY'S ACCOUNT RECORDS.                 *
      *****************************************************************
                   ADD 1 TO ACCOUNTS-SUMMED
           END-READ.

      *****************************************************************
      * INDEPENDENT SUM OF WHAT ACCTEDIT PASSED TO POSTING.           *
      *****************************************************************
       SUM-POSTING-FILE-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT POSTING-FILE.
           IF POSTING-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTVALD.DAT: " POSTING-STATUS
               MOVE 1 TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM SUM-ONE-POSTING-PARA UNTIL END-OF-FILE.
           IF POSTING-STATUS = "00" OR POSTING-STATUS = "10"
               CLOSE POSTING-FILE
           END-IF.

       SUM-ONE-POSTING-PARA.
           READ POSTING-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD BALANCE-P TO POSTING-TOTAL
           END-READ.

      *****************************************************************
      * THE EDIT RUN'S SUSPENDED AND RELEASED AMOUNTS.  SUSPENDED IS  *
      * WHAT THE EDITS HELD BACK OUT OF TODAY'S SESSION; RELEASED IS  *
      * WHAT CAME BACK OUT OF SUSPENSE AND POSTED TODAY.  PAYROLL IS  *
      * THE SALARY POSTINGS FROM THE LAST PAYROLL RUN THAT WENT TO    *
      * THE POSTING FILE TODAY.  EACH IS SHOWN AS ITS OWN LINE SO THE *
      * DAY STILL BALANCES.  A CONTROL RECORD LEFT BY AN EDIT RUN FOR *
      * ANOTHER DAY DOES NOT DESCRIBE TODAY'S POSTING FILE, SO IT IS  *
      * NOT USED AND THE DAY IS REPORTED OUT OF BALANCE.              *
      *****************************************************************
       READ-EDIT-CONTROL-PARA.
           OPEN INPUT EDIT-CONTROL-FILE.
           IF EDIT-CONTROL-STATUS = "00"
               READ EDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ECT-RUN-DATE = PROCESS-DATE
                           MOVE ECT-SUSPENDED-TOTAL TO SUSPENDED-TOTAL
                           MOVE ECT-RELEASED-TOTAL TO RELEASED-TOTAL
                           MOVE ECT-PAYROLL-TOTAL TO PAYROLL-TOTAL
                           MOVE 1 TO EDIT-CONTROL-FOUND-SWITCH
                       ELSE
                           MOVE 1 TO EDIT-CONTROL-STALE-SWITCH
                           DISPLAY "ACCTECTL.DAT IS FOR " ECT-RUN-DATE
                               ", PROCESSING DATE IS " PROCESS-DATE
                       END-IF
               END-READ
               CLOSE EDIT-CONTROL-FILE
           ELSE
               DISPLAY "ERROR OPENING ACCTECTL.DAT: "
                   EDIT-CONTROL-STATUS
           END-IF.
           IF EDIT-CONTROL-FOUND
               MOVE "SUSPENDED THIS SESSION:   " TO RAL-LABEL
               MOVE SUSPENDED-TOTAL TO RAL-AMOUNT
               WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE
               MOVE "RELEASED FROM SUSPENSE:   " TO RAL-LABEL
               MOVE RELEASED-TOTAL TO RAL-AMOUNT
               WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE
               MOVE "PAYROLL POSTINGS:         " TO RAL-LABEL
               MOVE PAYROLL-TOTAL TO RAL-AMOUNT
               WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE
           ELSE
               IF EDIT-CONTROL-STALE
                   MOVE "EDIT CONTROL IS NOT FOR THE PROCESSING DATE"
                       TO RVL-TEXT
               ELSE
                   MOVE "NO EDIT CONTROL RECORD ON ACCTECTL.DAT"
                       TO RVL-TEXT
               END-IF
               WRITE REPORT-LINE FROM REPORT-VERDICT-LINE
               MOVE 1 TO OUT-OF-BALANCE-SWITCH
           END-IF.
           MOVE "POSTING FILE BALANCE SUM: " TO RAL-LABEL.
           MOVE POSTING-TOTAL TO RAL-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE.

      *****************************************************************
      * PICK THE TOTAL BALANCE LINE OFF THE SESSION REGISTER.  THE    *
      * AMOUNT IS PRINTED EDITED, SO IT IS DE-EDITED WITH NUMVAL.     *
               MOVE 1 TO OUT-OF-BALANCE-SWITCH
               SUBTRACT REGISTER-TOTAL FROM ACCTFILE-TOTAL
                   GIVING DISCREPANCY
               MOVE DISCREPANCY TO REGISTER-DIFF
               MOVE "ACCTFILE VS REGISTER:     " TO RAL-LABEL
               MOVE DISCREPANCY TO RAL-AMOUNT
               WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE
           END-IF.
      *    EVERY SESSION AMOUNT EITHER WENT TO POSTING OR INTO
      *    SUSPENSE -- THE POSTING FILE LESS WHAT WAS RELEASED BACK
      *    INTO IT AND THE PAYROLL POSTINGS, PLUS WHAT WAS HELD, MUST
      *    GIVE THE SESSION TOTAL.
           IF EDIT-CONTROL-FOUND
               COMPUTE ACCOUNTED-TOTAL = POSTING-TOTAL
                   - RELEASED-TOTAL - PAYROLL-TOTAL + SUSPENDED-TOTAL
               IF ACCOUNTED-TOTAL NOT = ACCTFILE-TOTAL
                   MOVE 1 TO OUT-OF-BALANCE-SWITCH
                   SUBTRACT ACCOUNTED-TOTAL FROM ACCTFILE-TOTAL
                       GIVING DISCREPANCY
                   MOVE DISCREPANCY TO ACCOUNTED-DIFF
                   MOVE "ACCTFILE VS POSTED+SUSP:  " TO RAL-LABEL
                   MOVE DISCREPANCY TO RAL-AMOUNT
                   WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE
               END-IF
           END-IF.
      *    ON THE FIRST RECONCILIATION THERE IS NO PRIOR TOTAL, SO THE
      *    MOVEMENT FIGURE IS THE WHOLE HISTORICAL BALANCE -- REPORT
      *    THE DIFFERENCE FOR INFORMATION BUT DO NOT RAISE AN ALARM.
           IF TOTALS-MOVEMENT NOT = ACCTFILE-TOTAL
               SUBTRACT TOTALS-MOVEMENT FROM ACCTFILE-TOTAL
                   GIVING DISCREPANCY
               MOVE DISCREPANCY TO MOVEMENT-DIFF
               MOVE "ACCTFILE VS TOTALS MOVE:  " TO RAL-LABEL
               MOVE DISCREPANCY TO RAL-AMOUNT
               WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE
               CLOSE PRIOR-TOTALS-FILE
           END-IF.

      *****************************************************************
      * LEAVE THE VERDICT FOR THE MORNING SUMMARY.  THE MOVEMENT      *
      * DIFFERENCE IS ONLY COUNTED WHEN THERE WAS A PRIOR TOTAL.      *
      *****************************************************************
       WRITE-RECON-CONTROL-PARA.
           MOVE PROCESS-DATE   TO RCT-PROCESS-DATE.
           MOVE RUN-DATE       TO RCT-RUN-DATE.
           IF OUT-OF-BALANCE
               MOVE "O" TO RCT-RESULT
           ELSE
               MOVE "B" TO RCT-RESULT
           END-IF.
           MOVE ACCTFILE-TOTAL TO RCT-ACCTFILE-TOTAL.
           MOVE REGISTER-DIFF  TO RCT-REGISTER-DIFF.
           MOVE ACCOUNTED-DIFF TO RCT-ACCOUNTED-DIFF.
           MOVE MOVEMENT-DIFF  TO RCT-MOVEMENT-DIFF.
           IF PRIOR-FOUND
               MOVE "Y" TO RCT-MOVEMENT-CHECKED
           ELSE
               MOVE "N" TO RCT-MOVEMENT-CHECKED
           END-IF.
           OPEN OUTPUT RECON-CONTROL-FILE.
           IF RECON-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECONCTL.DAT: "
                   RECON-CONTROL-STATUS
           ELSE
               WRITE RECON-CONTROL-RECORD
               IF RECON-CONTROL-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING RECONCTL.DAT: "
                       RECON-CONTROL-STATUS
               END-IF
               CLOSE RECON-CONTROL-FILE
           END-IF.

       TERMINATE-PARA.
           CLOSE RECON-REPORT.
