      * (RUNCTL.DAT) CARRIES THE BUSINESS PROCESSING DATE AND ONE     *
      * STATUS PER STEP OF THE CYCLE:                                 *
      *   1 INPUTEDIT   2 PROGRAM2    3 CIEXERCISE1                   *
      *   4 ACCTEDIT    5 ACCTPOST    6 GLEXTRACT                     *
      *   7 ACCTRECON   8 PAYROLL                                     *
      * THE OPERATOR OPENS A NEW PROCESSING DAY, THEN MARKS EACH      *
      * STEP STARTED BEFORE RUNNING IT AND COMPLETE AFTERWARD.  A     *
      * STEP CANNOT START UNTIL EVERY EARLIER STEP IS COMPLETE, AND   *
      * A COMPLETED STEP CANNOT BE STARTED AGAIN WITHOUT AN EXPLICIT  *
      * OVERRIDE -- WHICH IS WHAT STOPS ACCTPOST BEING RUN TWICE      *
      * AGAINST THE SAME POSTING FILE AND DOUBLING EVERY BALANCE.     *
      * THE BATCH PROGRAMS READ THE PROCESSING DATE OFF THIS FILE     *
      * INSTEAD OF THE MACHINE DATE, SO A LATE RERUN FOR YESTERDAY    *
      * STAMPS YESTERDAY'S DATE ON THE MASTER AND THE GL HEADER.      *
      * PAYROLL IS THE EXCEPTION: ITS SLOT IS KEPT ACROSS NEW DAYS    *
      * AND DATED WITH THE END OF THE PAY PERIOD IT PAID, AND A       *
      * PERIOD ALREADY PAID CANNOT BE STARTED AGAIN AT ALL.           *
      *****************************************************************
       ENVIRONMENT DIVISION.

       01  RUN-CONTROL-RECORD.
           03  RC-PROCESS-DATE PIC 9(8).
           03  RC-STEP-TABLE.
               05  RC-STEP OCCURS 8 TIMES.
                   07  RC-STEP-STATUS PIC X(1).
                   07  RC-STEP-DATE   PIC 9(8).

       01  CONTROL-FIELDS.
           03  PROCESS-DATE PIC 9(8) VALUE 0.
           03  STEP-STATUS-TABLE.
               05  STEP-ITEM OCCURS 8 TIMES.
                   07  STEP-STATUS PIC X(1).
                       88  STEP-PENDING  VALUE " ".
                       88  STEP-STARTED  VALUE "S".
           03  FILLER PIC X(12) VALUE "INPUTEDIT".
           03  FILLER PIC X(12) VALUE "PROGRAM2".
           03  FILLER PIC X(12) VALUE "CIEXERCISE1".
           03  FILLER PIC X(12) VALUE "ACCTEDIT".
           03  FILLER PIC X(12) VALUE "ACCTPOST".
           03  FILLER PIC X(12) VALUE "GLEXTRACT".
           03  FILLER PIC X(12) VALUE "ACCTRECON".
           03  FILLER PIC X(12) VALUE "PAYROLL".
       01  STEP-NAMES REDEFINES STEP-NAME-TABLE.
           03  STEP-NAME OCCURS 8 TIMES PIC X(12).

       01  MENU-COMMAND PIC X(1).
       01  STEP-WANTED  PIC 9(1) VALUE 0.
       01  NEW-DATE-IN  PIC 9(8) VALUE 0.
       01  OVERRIDE-ANSWER PIC X(1).

      *    THE PAYROLL SLOT SURVIVES A NEW DAY -- IT GUARDS THE PAY
      *    PERIOD, NOT THE PROCESSING DAY.
       01  PAYROLL-SLOT-HOLD PIC X(9).

       01  PAY-PERIOD-IN PIC 9(6) VALUE 0.
       01  PAY-PERIOD-PARTS REDEFINES PAY-PERIOD-IN.
           03  PAY-PERIOD-YEAR  PIC 9(4).
           03  PAY-PERIOD-MONTH PIC 9(2).
       01  PAY-PERIOD-END PIC 9(8) VALUE 0.
       01  DAYS-IN-MONTH  PIC 9(2) VALUE 0.
       01  LEAP-QUOTIENT  PIC 9(4) VALUE 0.
       01  LEAP-REMAINDER PIC 9(3) VALUE 0.

       01  MONTH-DAYS-TABLE.
           03  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  MONTH-DAYS-VALUES REDEFINES MONTH-DAYS-TABLE.
           03  MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
      *****************************************************************
       NEW-DAY-PARA.
           IF PROCESS-DATE NOT = 0
            AND NOT STEP-COMPLETE(7)
               DISPLAY "DAY " PROCESS-DATE " IS NOT FINISHED"
               DISPLAY "ABANDON IT AND OPEN A NEW DAY? (Y/N)"
               MOVE SPACES TO OVERRIDE-ANSWER
               DISPLAY "NO DATE KEYED - NEW DAY NOT OPENED"
           ELSE
               MOVE NEW-DATE-IN TO PROCESS-DATE
               MOVE STEP-ITEM(8) TO PAYROLL-SLOT-HOLD
               MOVE SPACES TO STEP-STATUS-TABLE
               MOVE PAYROLL-SLOT-HOLD TO STEP-ITEM(8)
               PERFORM SAVE-CONTROL-PARA
               DISPLAY "PROCESSING DAY " PROCESS-DATE " OPENED"
           END-IF.
           IF STEP-WANTED = 0
               GO TO START-STEP-EXIT
           END-IF.
           IF STEP-WANTED = 8
               PERFORM START-PAYROLL-PARA THRU START-PAYROLL-EXIT
               GO TO START-STEP-EXIT
           END-IF.
           IF STEP-COMPLETE(STEP-WANTED)
               DISPLAY STEP-NAME(STEP-WANTED)
                   " ALREADY COMPLETED " STEP-DATE(STEP-WANTED)
       START-STEP-EXIT.
           EXIT.

      *****************************************************************
      * THE PAYROLL STEP IS STARTED FOR A PAY PERIOD (A CALENDAR      *
      * MONTH), NOT FOR THE DAY -- ITS DATE IS THE LAST DAY OF THE    *
      * PERIOD, WHICH THE PAYROLL RUN READS BACK FROM HERE.  A PERIOD *
      * ALREADY PAID IS REFUSED OUTRIGHT: THERE IS NO OVERRIDE, SO    *
      * NOBODY IS PAID TWICE.  THE DAY'S CYCLE MUST BE COMPLETE FIRST *
      * SO THE RUN PAYS FROM AN UP-TO-DATE EMPLOYEE MASTER; ITS       *
      * POSTINGS GO THROUGH THE NEXT DAY'S ACCTEDIT.  THE PAYROLL RUN *
      * MARKS THE STEP COMPLETE ITSELF WHEN IT FINISHES CLEAN.        *
      *****************************************************************
       START-PAYROLL-PARA.
           DISPLAY "ENTER PAY PERIOD YYYYMM (0 = NONE)".
           MOVE 0 TO PAY-PERIOD-IN.
           ACCEPT PAY-PERIOD-IN.
           IF PAY-PERIOD-IN = 0
               GO TO START-PAYROLL-EXIT
           END-IF.
           IF PAY-PERIOD-MONTH < 1 OR PAY-PERIOD-MONTH > 12
               DISPLAY "NO SUCH MONTH - STEP NOT STARTED"
               GO TO START-PAYROLL-EXIT
           END-IF.
           PERFORM PERIOD-END-PARA.
           IF STEP-COMPLETE(8)
            AND STEP-DATE(8) NOT < PAY-PERIOD-END
               DISPLAY "PAYROLL ALREADY RUN FOR THE PERIOD ENDING "
                   STEP-DATE(8)
               DISPLAY "NO PERIOD UP TO THAT ONE CAN BE PAID AGAIN - "
                   "STEP NOT STARTED"
               GO TO START-PAYROLL-EXIT
           END-IF.
           IF STEP-STARTED(8)
            AND STEP-DATE(8) NOT = PAY-PERIOD-END
               DISPLAY "PAYROLL FOR THE PERIOD ENDING " STEP-DATE(8)
                   " WAS STARTED BUT NEVER FINISHED"
               DISPLAY "FINISH THAT PERIOD FIRST - STEP NOT STARTED"
               GO TO START-PAYROLL-EXIT
           END-IF.
           PERFORM CHECK-SEQUENCE-PARA.
           IF NOT SEQUENCE-OK
               DISPLAY "EARLIER STEPS NOT COMPLETE - STEP NOT STARTED"
               GO TO START-PAYROLL-EXIT
           END-IF.
           MOVE "S" TO STEP-STATUS(8).
           MOVE PAY-PERIOD-END TO STEP-DATE(8).
           PERFORM SAVE-CONTROL-PARA.
           DISPLAY "PAYROLL MARKED STARTED FOR THE PERIOD ENDING "
               PAY-PERIOD-END " - RUN IT".
       START-PAYROLL-EXIT.
           EXIT.

      *    LAST DAY OF THE PAY PERIOD.  FEBRUARY HAS 29 DAYS IN A
      *    YEAR DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.
       PERIOD-END-PARA.
           MOVE MONTH-DAYS(PAY-PERIOD-MONTH) TO DAYS-IN-MONTH.
           IF PAY-PERIOD-MONTH = 2
               DIVIDE PAY-PERIOD-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO DAYS-IN-MONTH
                   DIVIDE PAY-PERIOD-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       DIVIDE PAY-PERIOD-YEAR BY 400
                           GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER NOT = 0
                           MOVE 28 TO DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE PAY-PERIOD-END =
               PAY-PERIOD-IN * 100 + DAYS-IN-MONTH.

       COMPLETE-STEP-PARA.
           IF PROCESS-DATE = 0
               DISPLAY "NO PROCESSING DAY OPEN - USE N FIRST"
           IF STEP-WANTED = 0
               GO TO COMPLETE-STEP-EXIT
           END-IF.
           IF STEP-WANTED = 8
               DISPLAY "THE PAYROLL RUN MARKS ITS OWN STEP COMPLETE"
               GO TO COMPLETE-STEP-EXIT
           END-IF.
           IF NOT STEP-STARTED(STEP-WANTED)
               DISPLAY STEP-NAME(STEP-WANTED)
                   " WAS NEVER MARKED STARTED"
           EXIT.

       ASK-STEP-PARA.
           DISPLAY "ENTER STEP NUMBER 1-8 (0 = NONE)"
           DISPLAY "1=INPUTEDIT 2=PROGRAM2 3=CIEXERCISE1 4=ACCTEDIT"
           DISPLAY "5=ACCTPOST 6=GLEXTRACT 7=ACCTRECON 8=PAYROLL"
           MOVE 0 TO STEP-WANTED.
           ACCEPT STEP-WANTED.
           IF STEP-WANTED > 8
               DISPLAY "NO SUCH STEP"
               MOVE 0 TO STEP-WANTED
           END-IF.
           ELSE
               DISPLAY "PROCESSING DATE: " PROCESS-DATE
               MOVE 0 TO LIST-INDEX
               PERFORM LIST-ONE-STEP-PARA UNTIL LIST-INDEX = 8
           END-IF.

       LIST-ONE-STEP-PARA.
