       IDENTIFICATION DIVISION.
       PROGRAM-ID.              PAYROLL.
       AUTHOR.                  RUSSELL BRAZELL.
       INSTALLATION.            HOME DESKTOP.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.           10/15/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * MONTHLY PAYROLL RUN.  PASSES EMPLOYEE.DAT IN KEY ORDER AND    *
      * COMPUTES EACH EMPLOYEE'S GROSS PAY FOR THE PAY PERIOD -- A    *
      * CALENDAR MONTH -- AS A TWELFTH OF THE ANNUAL SALARY CARRIED   *
      * IN EMPLOYEE-SALARY-M.  EVERY ACTIVE (TYPE 1) EMPLOYEE IS PAID *
      * THE FULL MONTH.  ANYONE WHOSE LEAVING DATE FALLS INSIDE THE   *
      * PERIOD IS PRO-RATED BY CALENDAR DAYS UP TO AND INCLUDING THE  *
      * LEAVING DATE; A TERMINATED (TYPE 2) EMPLOYEE WHOSE LEAVING    *
      * DATE IS STILL AHEAD IS PAID THE FULL MONTH, AND ONE WHO LEFT  *
      * BEFORE THE PERIOD IS NOT PAID.  AN ACTIVE EMPLOYEE CARRYING A *
      * LEAVING DATE BEFORE THE PERIOD, OR ANY OTHER EMPLOYEE TYPE,   *
      * IS HELD UNPAID AND FLAGGED ON THE REGISTER FOR REVIEW.        *
      *                                                               *
      * EACH PAY IS WRITTEN AS A SALARY-EXPENSE POSTING IN THE        *
      * ACCTFILE.DAT LAYOUT TO PAYPOST.DAT, WHICH THE NEXT ACCTEDIT   *
      * EDITS AHEAD OF THE SESSION, SO THE PAYROLL GOES THROUGH       *
      * ACCTPOST AND GLEXTRACT TO THE LEDGER LIKE ANY OTHER POSTING.  *
      * THE POSTINGS ARE BUILT ON A WORK FILE (PAYWORK.DAT) AND ONLY  *
      * ADDED TO PAYPOST.DAT ONCE EVERY EMPLOYEE HAS BEEN PAID, SO A  *
      * RUN THAT FAILS PART WAY LEAVES PAYPOST.DAT AS IT WAS AND CAN  *
      * SIMPLY BE RUN AGAIN.                                          *
      * EACH EMPLOYEE HAS AN EXPENSE ACCOUNT OF ITS OWN -- THE PREFIX *
      * ON THE PARAMETER FILE (PAYPARM.DAT) FOLLOWED BY THE EMPLOYEE  *
      * NUMBER -- UNDER THE TYPE AND KIND CODES ON THE SAME FILE.     *
      * THE PAYROLL REGISTER (PAYREG.DAT) LISTS EVERY EMPLOYEE PAID   *
      * OR HELD AND ENDS WITH THE CONTROL TOTALS.                     *
      *                                                               *
      * THE RUN IS STEP 8 OF RUNCTL.  IT WILL ONLY RUN WHEN RUNCTL    *
      * HAS MARKED THE STEP STARTED, AND IT PAYS THE PERIOD ENDING ON *
      * THE STEP'S DATE.  A CLEAN FINISH MARKS THE STEP COMPLETE FOR  *
      * THAT PERIOD, AFTER WHICH RUNCTL WILL NOT START IT AGAIN.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-370.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN "PAYPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-NO-M
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME-M WITH DUPLICATES
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT PAY-POSTING-FILE ASSIGN "PAYPOST.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS PAY-POSTING-STATUS.
           SELECT PAY-WORK-FILE ASSIGN "PAYWORK.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS PAY-WORK-STATUS.
           SELECT PAYROLL-REPORT ASSIGN "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    PAYROLL PARAMETERS -- ONE RECORD, KEYED BY FINANCE: THE
      *    EXPENSE ACCOUNT PREFIX AND THE TYPE/KIND TO POST UNDER
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           03  PRM-ACCT-PREFIX  PIC 9(6).
           03  PRM-TYPE-CODE    PIC 9(2).
           03  PRM-KIND-CODE    PIC 9(3).
      *    EMPLOYEE MASTER -- LAYOUT AS MAINTAINED BY PROGRAM2/EMPMAINT
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-RECORD.
           03  EMPLOYEE-TYPE-M          PIC 9(1).
           03  EMPLOYEE-NAME-M          PIC X(20).
           03  EMPLOYEE-SALARY-M        PIC 9(5)V9(2).
           03  EMPLOYEE-NO-M            PIC 9(6).
           03  EMPLOYEE-LEAVING-DATE-M.
               05  EMPLOYEE-LEAVE-YEAR-M  PIC 9(4).
               05  EMPLOYEE-LEAVE-MONTH-M PIC 9(2).
               05  EMPLOYEE-LEAVE-DAY-M   PIC 9(2).
           03  EMPLOYEE-DEPT-M          PIC X(4).
      *    SALARY-EXPENSE POSTINGS WAITING FOR THE LEDGER -- EDITED BY
      *    THE NEXT ACCTEDIT, TAKEN OFF BY ACCTPOST ONCE IT HAS POSTED
      *    THEM CLEAN
       FD  PAY-POSTING-FILE.
       01  PAY-POSTING-RECORD PIC X(69).
      *    THIS RUN'S POSTINGS -- ACCTFILE.DAT LAYOUT, ADDED TO
      *    PAYPOST.DAT AT A CLEAN FINISH
       FD  PAY-WORK-FILE.
       01  PAY-WORK-RECORD.
           03  ACCT-NO-O     PIC 9(12)V9(3).
           03  TYPE-CODE-O   PIC 9(2).
           03  KIND-CODE-O   PIC 9(3).
           03  DESCRIPTION-O PIC X(30).
           03  DATE-INPUT-O  PIC 9(8).
           03  BALANCE-O     PIC S9(9)V99.
      *    PAYROLL REGISTER INFO
       FD  PAYROLL-REPORT.
       01  REPORT-LINE PIC X(120).
      *    RUN CONTROL -- THE PROCESSING DATE AND THE STEP TABLE.  THE
      *    PAYROLL STEP IS THE EIGHTH; ITS DATE IS THE PERIOD END.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           03  RC-PROCESS-DATE PIC 9(8).
           03  RC-STEP-TABLE.
               05  RC-STEP OCCURS 8 TIMES.
                   07  RC-STEP-STATUS PIC X(1).
                   07  RC-STEP-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  PARAMETER-STATUS PIC X(2).
           88  PARAMETER-FILE-OK VALUE "00".
       01  EMPLOYEE-MASTER-STATUS PIC X(2).
           88  EMPLOYEE-MASTER-OK VALUE "00".
       01  PAY-POSTING-STATUS PIC X(2).
           88  PAY-POSTING-NOT-FOUND VALUE "35".
       01  PAY-WORK-STATUS PIC X(2).
       01  PAYROLL-REPORT-STATUS PIC X(2).
       01  RUN-CONTROL-STATUS PIC X(2).
           88  RUN-CONTROL-OK VALUE "00".

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
           88  END-OF-FILE     VALUE 1.
           88  NOT-END-OF-FILE VALUE 0.

       01  PAY-WORK-EOF-SWITCH PIC 9 VALUE 0.
           88  PAY-WORK-EOF VALUE 1.

       01  APPEND-ERROR-SWITCH PIC 9 VALUE 0.
           88  APPEND-FAILED VALUE 1.

       01  POSTINGS-APPENDED PIC 9(6) VALUE 0.

       01  PARAMETER-FOUND-SWITCH PIC 9 VALUE 0.
           88  PARAMETER-FOUND VALUE 1.

       01  PAY-CASE-SWITCH PIC 9 VALUE 0.
           88  PAY-FULL-MONTH VALUE 1.
           88  PAY-PRO-RATA   VALUE 2.
           88  PAY-NOTHING    VALUE 3.
           88  PAY-HELD       VALUE 4.

       01  RUN-DATE PIC 9(8).

      *    THE RUN CONTROL RECORD AS READ, WRITTEN BACK WITH THE
      *    PAYROLL STEP COMPLETE AT THE END OF A CLEAN RUN
       01  CONTROL-FIELDS.
           03  PROCESS-DATE PIC 9(8) VALUE 0.
           03  STEP-STATUS-TABLE.
               05  STEP-ITEM OCCURS 8 TIMES.
                   07  STEP-STATUS PIC X(1).
                       88  STEP-STARTED  VALUE "S".
                   07  STEP-DATE   PIC 9(8).

       01  PERIOD-END PIC 9(8) VALUE 0.
       01  PERIOD-END-PARTS REDEFINES PERIOD-END.
           03  PERIOD-YEAR  PIC 9(4).
           03  PERIOD-MONTH PIC 9(2).
           03  PERIOD-DAY   PIC 9(2).
       01  PERIOD-START PIC 9(8) VALUE 0.

      *    THE LAST DAY OF THE PERIOD IS ITS LENGTH IN DAYS
       01  DAYS-IN-PERIOD PIC 9(2) VALUE 0.
       01  DAYS-PAID      PIC 9(2) VALUE 0.

       01  LEAVING-DATE PIC 9(8) VALUE 0.

       01  GROSS-PAY PIC S9(9)V99 VALUE 0.

       01  PAYROLL-TOTALS.
           03  EMPLOYEES-READ    PIC 9(6) VALUE 0.
           03  PAID-FULL         PIC 9(6) VALUE 0.
           03  PAID-PRO-RATA     PIC 9(6) VALUE 0.
           03  NOT-PAID          PIC 9(6) VALUE 0.
           03  HELD-FOR-REVIEW   PIC 9(6) VALUE 0.
           03  POSTINGS-WRITTEN  PIC 9(6) VALUE 0.
           03  FULL-TOTAL        PIC S9(11)V99 VALUE 0.
           03  PRO-RATA-TOTAL    PIC S9(11)V99 VALUE 0.
           03  GROSS-TOTAL       PIC S9(11)V99 VALUE 0.
           03  POSTINGS-TOTAL    PIC S9(11)V99 VALUE 0.
           03  EMPLOYEE-HASH     PIC 9(12) VALUE 0.

       01  REPORT-HEADING-LINE.
           03  FILLER       PIC X(37)
               VALUE "PAYROLL REGISTER -- PERIOD ENDING ".
           03  RHL-PERIOD   PIC 9(8).
           03  FILLER       PIC X(6) VALUE "  RUN ".
           03  RHL-DATE     PIC 9(8).

       01  COLUMN-HEADING-LINE.
           03  FILLER PIC X(8)  VALUE "EMP NO".
           03  FILLER PIC X(22) VALUE "NAME".
           03  FILLER PIC X(6)  VALUE "TYPE".
           03  FILLER PIC X(14) VALUE "ANNUAL SALARY".
           03  FILLER PIC X(8)  VALUE "  DAYS".
           03  FILLER PIC X(15) VALUE "      GROSS PAY".
           03  FILLER PIC X(12) VALUE "  NOTE".

       01  REPORT-DETAIL-LINE.
           03  RDL-EMP-NO   PIC 9(6).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-NAME     PIC X(20).
           03  FILLER       PIC X(4) VALUE SPACES.
           03  RDL-TYPE     PIC 9.
           03  FILLER       PIC X(3) VALUE SPACES.
           03  RDL-SALARY   PIC ZZZ,ZZ9.99.
           03  FILLER       PIC X(4) VALUE SPACES.
           03  RDL-DAYS     PIC Z9.
           03  FILLER       PIC X(1) VALUE "/".
           03  RDL-OF-DAYS  PIC 99.
           03  FILLER       PIC X(3) VALUE SPACES.
           03  RDL-GROSS    PIC ZZZ,ZZ9.99-.
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-NOTE     PIC X(24).

       01  REPORT-COUNT-LINE.
           03  RCL-LABEL    PIC X(24).
           03  RCL-COUNT    PIC ZZZ,ZZ9.

       01  REPORT-TOTAL-LINE.
           03  RTL-LABEL    PIC X(24).
           03  RTL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  REPORT-HASH-LINE.
           03  RHS-LABEL    PIC X(24).
           03  RHS-HASH     PIC 9(12).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM PAY-EMPLOYEE-PARA UNTIL END-OF-FILE.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           PERFORM GET-RUN-CONTROL-PARA.
           PERFORM GET-PARAMETER-PARA.
           IF NOT PARAMETER-FOUND
               DISPLAY "NO PARAMETERS ON PAYPARM.DAT - NOTHING PAID"
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-OK
               DISPLAY "ERROR OPENING EMPLOYEE.DAT: "
                   EMPLOYEE-MASTER-STATUS
               DISPLAY "NOTHING PAID THIS RUN"
               STOP RUN
           END-IF.
      *    THE WORK FILE STARTS EMPTY EVERY RUN -- ANYTHING ON IT
      *    FROM A RUN THAT FAILED NEVER REACHED PAYPOST.DAT.
           OPEN OUTPUT PAY-WORK-FILE.
           IF PAY-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYWORK.DAT: " PAY-WORK-STATUS
               DISPLAY "NOTHING PAID THIS RUN"
               STOP RUN
           END-IF.
           OPEN OUTPUT PAYROLL-REPORT.
           IF PAYROLL-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYREG.DAT: "
                   PAYROLL-REPORT-STATUS
           END-IF.
           MOVE PERIOD-END TO RHL-PERIOD.
           MOVE RUN-DATE TO RHL-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO END-OF-FILE-SWITCH.
           PERFORM READ-EMPLOYEE-PARA.

      *****************************************************************
      * THE PAY PERIOD COMES FROM RUNCTL, NOT THE OPERATOR: THE       *
      * PAYROLL STEP MUST BE MARKED STARTED, AND ITS DATE IS THE LAST *
      * DAY OF THE MONTH BEING PAID.  WITHOUT A STARTED STEP NOTHING  *
      * IS PAID -- THAT IS WHAT STOPS A PERIOD BEING PAID TWICE.  THE *
      * POSTINGS ARE STAMPED WITH THE BUSINESS PROCESSING DATE.       *
      *****************************************************************
       GET-RUN-CONTROL-PARA.
           OPEN INPUT RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-OK
               DISPLAY "RUNCTL.DAT NOT ON FILE - NOTHING PAID"
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "RUNCTL.DAT IS EMPTY - NOTHING PAID"
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
           END-READ.
           MOVE RC-PROCESS-DATE TO PROCESS-DATE.
           MOVE RC-STEP-TABLE   TO STEP-STATUS-TABLE.
           CLOSE RUN-CONTROL-FILE.
           IF NOT STEP-STARTED(8)
               DISPLAY "PAYROLL STEP NOT MARKED STARTED IN RUNCTL"
               DISPLAY "START IT FOR THE PAY PERIOD - NOTHING PAID"
               STOP RUN
           END-IF.
           MOVE PROCESS-DATE TO RUN-DATE.
           MOVE STEP-DATE(8) TO PERIOD-END.
           MOVE PERIOD-DAY TO DAYS-IN-PERIOD.
           MOVE PERIOD-END TO PERIOD-START.
           SUBTRACT DAYS-IN-PERIOD FROM PERIOD-START.
           ADD 1 TO PERIOD-START.
           DISPLAY "PAYROLL FOR THE PERIOD " PERIOD-START
               " TO " PERIOD-END.

       GET-PARAMETER-PARA.
           MOVE 0 TO PARAMETER-FOUND-SWITCH.
           OPEN INPUT PARAMETER-FILE.
           IF NOT PARAMETER-FILE-OK
               DISPLAY "ERROR OPENING PAYPARM.DAT: " PARAMETER-STATUS
           ELSE
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO PARAMETER-FOUND-SWITCH
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       READ-EMPLOYEE-PARA.
           READ EMPLOYEE-MASTER NEXT
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO EMPLOYEES-READ
           END-READ.

      *****************************************************************
      * ONE EMPLOYEE.  DECIDE HOW MUCH OF THE PERIOD IS PAID, WORK    *
      * OUT THE GROSS, AND POST IT.  TERMINATED EMPLOYEES WHO LEFT    *
      * BEFORE THE PERIOD ARE COUNTED BUT NOT LISTED.                 *
      *****************************************************************
       PAY-EMPLOYEE-PARA.
           ADD EMPLOYEE-NO-M TO EMPLOYEE-HASH.
           MOVE EMPLOYEE-LEAVING-DATE-M TO LEAVING-DATE.
           PERFORM DECIDE-PAY-PARA.
           MOVE 0 TO GROSS-PAY.
           MOVE 0 TO DAYS-PAID.
           EVALUATE TRUE
               WHEN PAY-FULL-MONTH
                   MOVE DAYS-IN-PERIOD TO DAYS-PAID
                   COMPUTE GROSS-PAY ROUNDED =
                       EMPLOYEE-SALARY-M / 12
                   ADD 1 TO PAID-FULL
                   ADD GROSS-PAY TO FULL-TOTAL
                   MOVE SPACES TO RDL-NOTE
                   PERFORM WRITE-POSTING-PARA THRU WRITE-POSTING-EXIT
                   PERFORM WRITE-DETAIL-PARA
               WHEN PAY-PRO-RATA
                   MOVE EMPLOYEE-LEAVE-DAY-M TO DAYS-PAID
                   COMPUTE GROSS-PAY ROUNDED =
                       EMPLOYEE-SALARY-M * DAYS-PAID
                       / (12 * DAYS-IN-PERIOD)
                   ADD 1 TO PAID-PRO-RATA
                   ADD GROSS-PAY TO PRO-RATA-TOTAL
                   MOVE "PRO-RATA - LEFT" TO RDL-NOTE
                   PERFORM WRITE-POSTING-PARA THRU WRITE-POSTING-EXIT
                   PERFORM WRITE-DETAIL-PARA
               WHEN PAY-HELD
                   ADD 1 TO HELD-FOR-REVIEW
                   MOVE "HELD - CHECK MASTER" TO RDL-NOTE
                   PERFORM WRITE-DETAIL-PARA
               WHEN OTHER
                   ADD 1 TO NOT-PAID
           END-EVALUATE.
           PERFORM READ-EMPLOYEE-PARA.

      *****************************************************************
      * A LEAVING DATE INSIDE THE PERIOD PRO-RATES WHATEVER THE TYPE. *
      * OTHERWISE AN ACTIVE EMPLOYEE IS PAID IN FULL UNLESS A LEAVING *
      * DATE BEFORE THE PERIOD SAYS THE MASTER IS WRONG; A TERMINATED *
      * EMPLOYEE IS PAID IN FULL ONLY WHILE THE LEAVING DATE IS STILL *
      * TO COME.                                                      *
      *****************************************************************
       DECIDE-PAY-PARA.
           EVALUATE TRUE
               WHEN EMPLOYEE-TYPE-M NOT = 1 AND EMPLOYEE-TYPE-M NOT = 2
                   MOVE 4 TO PAY-CASE-SWITCH
               WHEN LEAVING-DATE NOT < PERIOD-START
                AND LEAVING-DATE < PERIOD-END
                   MOVE 2 TO PAY-CASE-SWITCH
               WHEN EMPLOYEE-TYPE-M = 1
                   IF LEAVING-DATE NOT = 0
                    AND LEAVING-DATE < PERIOD-START
                       MOVE 4 TO PAY-CASE-SWITCH
                   ELSE
                       MOVE 1 TO PAY-CASE-SWITCH
                   END-IF
               WHEN LEAVING-DATE NOT < PERIOD-END
                   MOVE 1 TO PAY-CASE-SWITCH
               WHEN OTHER
                   MOVE 3 TO PAY-CASE-SWITCH
           END-EVALUATE.

      *****************************************************************
      * THE SALARY-EXPENSE POSTING.  THE ACCOUNT IS THE PARAMETER     *
      * PREFIX FOLLOWED BY THE SIX-DIGIT EMPLOYEE NUMBER.  A ZERO PAY *
      * IS LISTED BUT NOT POSTED.                                     *
      *****************************************************************
       WRITE-POSTING-PARA.
           ADD GROSS-PAY TO GROSS-TOTAL.
           IF GROSS-PAY = 0
               GO TO WRITE-POSTING-EXIT
           END-IF.
           COMPUTE ACCT-NO-O =
               PRM-ACCT-PREFIX * 1000000 + EMPLOYEE-NO-M.
           MOVE PRM-TYPE-CODE TO TYPE-CODE-O.
           MOVE PRM-KIND-CODE TO KIND-CODE-O.
           MOVE SPACES TO DESCRIPTION-O.
           STRING "SALARY " DELIMITED BY SIZE
                  EMPLOYEE-NAME-M DELIMITED BY SIZE
               INTO DESCRIPTION-O
           END-STRING.
           MOVE RUN-DATE TO DATE-INPUT-O.
           MOVE GROSS-PAY TO BALANCE-O.
           WRITE PAY-WORK-RECORD.
           IF PAY-WORK-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PAYWORK.DAT: " PAY-WORK-STATUS
               DISPLAY "PAYROLL ABANDONED - NOTHING ADDED TO "
                   "PAYPOST.DAT"
               DISPLAY "STEP LEFT STARTED - RERUN WHEN CORRECTED"
               STOP RUN
           END-IF.
           ADD 1 TO POSTINGS-WRITTEN.
           ADD GROSS-PAY TO POSTINGS-TOTAL.
       WRITE-POSTING-EXIT.
           EXIT.

       WRITE-DETAIL-PARA.
           MOVE EMPLOYEE-NO-M     TO RDL-EMP-NO.
           MOVE EMPLOYEE-NAME-M   TO RDL-NAME.
           MOVE EMPLOYEE-TYPE-M   TO RDL-TYPE.
           MOVE EMPLOYEE-SALARY-M TO RDL-SALARY.
           MOVE DAYS-PAID         TO RDL-DAYS.
           MOVE DAYS-IN-PERIOD    TO RDL-OF-DAYS.
           MOVE GROSS-PAY         TO RDL-GROSS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           IF PAYROLL-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PAYREG.DAT: "
                   PAYROLL-REPORT-STATUS
           END-IF.

      *****************************************************************
      * EVERY EMPLOYEE IS THROUGH, SO THE RUN'S POSTINGS GO ON THE    *
      * END OF PAYPOST.DAT, WHICH IS CREATED IF NOTHING IS WAITING.   *
      * IF THE COPY FAILS PART WAY THE STEP IS LEFT STARTED AND THE   *
      * OPERATOR IS TOLD TO TAKE OFF WHAT WAS ADDED BEFORE A RERUN.   *
      *****************************************************************
       APPEND-POSTINGS-PARA.
           MOVE 0 TO APPEND-ERROR-SWITCH.
           MOVE 0 TO PAY-WORK-EOF-SWITCH.
           MOVE 0 TO POSTINGS-APPENDED.
           OPEN INPUT PAY-WORK-FILE.
           IF PAY-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYWORK.DAT: " PAY-WORK-STATUS
               MOVE 1 TO APPEND-ERROR-SWITCH
               GO TO APPEND-POSTINGS-EXIT
           END-IF.
           OPEN EXTEND PAY-POSTING-FILE.
           IF PAY-POSTING-NOT-FOUND
               OPEN OUTPUT PAY-POSTING-FILE
           END-IF.
           IF PAY-POSTING-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYPOST.DAT: " PAY-POSTING-STATUS
               MOVE 1 TO APPEND-ERROR-SWITCH
               CLOSE PAY-WORK-FILE
               GO TO APPEND-POSTINGS-EXIT
           END-IF.
           PERFORM APPEND-POSTING-PARA
               UNTIL PAY-WORK-EOF OR APPEND-FAILED.
           CLOSE PAY-WORK-FILE PAY-POSTING-FILE.
       APPEND-POSTINGS-EXIT.
           EXIT.

       APPEND-POSTING-PARA.
           READ PAY-WORK-FILE
               AT END
                   MOVE 1 TO PAY-WORK-EOF-SWITCH
               NOT AT END
                   WRITE PAY-POSTING-RECORD FROM PAY-WORK-RECORD
                   IF PAY-POSTING-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING PAYPOST.DAT: "
                           PAY-POSTING-STATUS
                       MOVE 1 TO APPEND-ERROR-SWITCH
                   ELSE
                       ADD 1 TO POSTINGS-APPENDED
                   END-IF
           END-READ.

      *****************************************************************
      * MARK THE PAYROLL STEP COMPLETE FOR THE PERIOD, LEAVING THE    *
      * REST OF THE RUN CONTROL RECORD AS IT WAS READ.                *
      *****************************************************************
       COMPLETE-STEP-PARA.
           MOVE "C" TO STEP-STATUS(8).
           MOVE PROCESS-DATE      TO RC-PROCESS-DATE.
           MOVE STEP-STATUS-TABLE TO RC-STEP-TABLE.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-OK
               DISPLAY "ERROR OPENING RUNCTL.DAT: " RUN-CONTROL-STATUS
               DISPLAY "PAYROLL STEP NOT MARKED COMPLETE - DO NOT RERUN"
           ELSE
               WRITE RUN-CONTROL-RECORD
               IF RUN-CONTROL-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING RUNCTL.DAT: "
                       RUN-CONTROL-STATUS
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       TERMINATE-PARA.
           CLOSE EMPLOYEE-MASTER PAY-WORK-FILE.
           PERFORM APPEND-POSTINGS-PARA THRU APPEND-POSTINGS-EXIT.
           IF APPEND-FAILED
               DISPLAY "PAYROLL POSTINGS NOT ALL ADDED TO PAYPOST.DAT"
               DISPLAY POSTINGS-APPENDED " OF " POSTINGS-WRITTEN
                   " WENT ON - TAKE THEM OFF THE END OF PAYPOST.DAT"
               DISPLAY "BEFORE RERUNNING.  STEP LEFT STARTED"
           ELSE
               PERFORM COMPLETE-STEP-PARA
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPLOYEES READ:         " TO RCL-LABEL.
           MOVE EMPLOYEES-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "PAID FULL PERIOD:       " TO RCL-LABEL.
           MOVE PAID-FULL TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "PAID PRO-RATA:          " TO RCL-LABEL.
           MOVE PAID-PRO-RATA TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "LEFT BEFORE PERIOD:     " TO RCL-LABEL.
           MOVE NOT-PAID TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "HELD FOR REVIEW:        " TO RCL-LABEL.
           MOVE HELD-FOR-REVIEW TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "POSTINGS WRITTEN:       " TO RCL-LABEL.
           MOVE POSTINGS-WRITTEN TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GROSS PAY - FULL PERIOD:" TO RTL-LABEL.
           MOVE FULL-TOTAL TO RTL-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE "GROSS PAY - PRO-RATA:   " TO RTL-LABEL.
           MOVE PRO-RATA-TOTAL TO RTL-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE "TOTAL GROSS PAY:        " TO RTL-LABEL.
           MOVE GROSS-TOTAL TO RTL-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE "TOTAL POSTED:           " TO RTL-LABEL.
           MOVE POSTINGS-TOTAL TO RTL-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE "EMPLOYEE NUMBER HASH:   " TO RHS-LABEL.
           MOVE EMPLOYEE-HASH TO RHS-HASH.
           WRITE REPORT-LINE FROM REPORT-HASH-LINE.
           DISPLAY "EMPLOYEES READ:     " EMPLOYEES-READ.
           DISPLAY "PAID FULL PERIOD:   " PAID-FULL.
           DISPLAY "PAID PRO-RATA:      " PAID-PRO-RATA.
           DISPLAY "HELD FOR REVIEW:    " HELD-FOR-REVIEW.
           DISPLAY "POSTINGS WRITTEN:   " POSTINGS-WRITTEN.
           DISPLAY "TOTAL GROSS PAY:    " GROSS-TOTAL.
           CLOSE PAYROLL-REPORT.
