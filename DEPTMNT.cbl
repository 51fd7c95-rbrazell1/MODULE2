************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.
       INSTALLATION. STANDARD CUSTOMER INFORMATION SYSTEM.
       DATE-COMPILED. 10/15/2026.
      *****************************************************************
      * MAINTENANCE FOR THE DEPARTMENT REFERENCE FILE.  THE FILE      *
      * HOLDS ONE DEPARTMENT PER RECORD -- CODE, NAME, MANAGER, AND   *
      * THE APPROVED HEADCOUNT AND ANNUAL SALARY BUDGET.  THE WHOLE   *
      * FILE IS LOADED TO A TABLE, DEPARTMENTS ARE ADDED OR CHANGED   *
      * AT THE SCREEN, AND THE FILE IS REWRITTEN WHEN THE SESSION     *
      * ENDS.  INPUTEDIT AND REJFIX PROVE THE DEPARTMENT ON EACH      *
      * EMPLOYEE INPUT RECORD AGAINST IT, EMPMAINT PROVES A           *
      * CORRECTED DEPARTMENT AGAINST IT, AND DEPTRPT REPORTS ACTUAL   *
      * STAFFING AGAINST THE APPROVED FIGURES ON IT.  THE SESSION     *
      * OPENS WITH AN OPERATOR SIGN-ON AGAINST OPERATOR.DAT AND       *
      * EVERY DEPARTMENT ADDED OR CHANGED IS STAMPED WITH THE         *
      * OPERATOR ID AND TIME, AS CODEMNT DOES FOR CODEREF.DAT.        *
      *                                                               *
      * DEPARTMENTS ARE NOT DELETED HERE -- EMPLOYEES, THE AUDIT      *
      * HISTORY, AND THE ARCHIVE GO ON CARRYING A CODE LONG AFTER     *
      * THE DEPARTMENT CLOSES.  A CLOSED DEPARTMENT IS RENAMED AND    *
      * ITS HEADCOUNT AND BUDGET RUN DOWN INSTEAD.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURSOR IS CURSOR-POSITION.
           CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-REF-FILE ASSIGN "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-STATUS.
           SELECT OPERATOR-FILE ASSIGN "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    DEPARTMENT REFERENCE FILE -- ONE DEPARTMENT PER RECORD,
      *    STAMPED WITH WHO LAST CHANGED IT AND WHEN.  THE BUDGET IS
      *    THE APPROVED ANNUAL SALARY COST OF THE DEPARTMENT.
       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           03  DEPT-CODE      PIC X(4).
           03  DEPT-NAME      PIC X(20).
           03  DEPT-MANAGER   PIC X(20).
           03  DEPT-HEADCOUNT PIC 9(4).
           03  DEPT-BUDGET    PIC 9(9)V9(2).
           03  DEPT-UPD-OPR   PIC X(8).
           03  DEPT-UPD-TIME  PIC 9(6).
      *    OPERATOR FILE -- ONE OPERATOR PER RECORD WITH AN AUTHORITY
      *    LEVEL: 1 = ENTRY ONLY, 2 = FULL MAINTENANCE
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           03  OPR-ID   PIC X(8).
           03  OPR-NAME PIC X(20).
           03  OPR-AUTH PIC 9(1).

       WORKING-STORAGE SECTION.
       01  CURSOR-POSITION.
           03 C-LINE PIC 9(3).
           03 C-COL PIC 9(3).

       01  KEY-STATUS PIC 9(4).
           88  PF3-EXIT VALUE 1003.

       01  DEPT-REF-STATUS PIC X(2).
       01  OPERATOR-STATUS PIC X(2).
           88  OPERATOR-FILE-OK VALUE "00".

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

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
           88  END-OF-FILE VALUE 1.

       01  SESSION-DONE-SWITCH PIC 9 VALUE 0.
           88  SESSION-DONE VALUE 1.

       01  FOUND-SWITCH PIC 9 VALUE 0.
           88  ENTRY-FOUND VALUE 1.

       01  CHANGED-SWITCH PIC 9 VALUE 0.
           88  ENTRY-CHANGED VALUE 1.

       01  DEPT-COUNT PIC 9(3) VALUE 0.
       01  REF-INDEX  PIC 9(3) VALUE 0.

       01  ENTRY-FIELDS.
           03  ENTRY-CODE      PIC X(4).
           03  ENTRY-NAME      PIC X(20).
           03  ENTRY-MANAGER   PIC X(20).
           03  ENTRY-HEADCOUNT PIC 9(4).
           03  ENTRY-BUDGET    PIC 9(9)V9(2).

      *    THE HEADCOUNT AND BUDGET ARE ACCEPTED AS TEXT AND
      *    DE-EDITED, SO THAT SPACES CAN MEAN NO CHANGE WHILE A KEYED
      *    ZERO STILL RUNS A CLOSING DEPARTMENT DOWN TO NOTHING.
       01  ENTRY-HEADCOUNT-IN PIC X(6).
       01  ENTRY-BUDGET-IN    PIC X(15).

       01  DISPLAY-FIELDS.
           03  HEADCOUNT-DISPLAY PIC Z,ZZ9.
           03  BUDGET-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.

       01  DEPT-TABLE.
           03  DEPT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON DEPT-COUNT.
               05  TBL-CODE      PIC X(4).
               05  TBL-NAME      PIC X(20).
               05  TBL-MANAGER   PIC X(20).
               05  TBL-HEADCOUNT PIC 9(4).
               05  TBL-BUDGET    PIC 9(9)V9(2).
               05  TBL-UPD-OPR   PIC X(8).
               05  TBL-UPD-TIME  PIC 9(6).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM MAINTAIN-DEPT-PARA THRU MAINTAIN-DEPT-EXIT
               UNTIL SESSION-DONE.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           DISPLAY " " LINE 1 COLUMN 1 ERASE EOS.
           PERFORM SIGN-ON-PARA
               UNTIL SIGNED-ON OR SIGNON-TRIES = 3.
           IF NOT SIGNED-ON
               DISPLAY "SIGN-ON FAILED - SESSION ENDED"
               STOP RUN
           END-IF.
           MOVE 0 TO DEPT-COUNT.
           OPEN INPUT DEPT-REF-FILE.
           IF DEPT-REF-STATUS = "00"
               PERFORM LOAD-DEPT-PARA UNTIL END-OF-FILE
               CLOSE DEPT-REF-FILE
           ELSE
               DISPLAY "DEPTREF.DAT NOT ON FILE - STARTING EMPTY"
           END-IF.
           DISPLAY "DEPARTMENTS ON FILE: " DEPT-COUNT.

      *****************************************************************
      * OPERATOR SIGN-ON.  THE KEYED ID MUST BE ON OPERATOR.DAT --    *
      * EVERY DEPARTMENT ADDED OR CHANGED THIS SESSION IS STAMPED     *
      * WITH IT AND THE TIME.  THREE FAILED TRIES END THE SESSION.    *
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

       LOAD-DEPT-PARA.
           READ DEPT-REF-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF DEPT-COUNT < 200
                       ADD 1 TO DEPT-COUNT
                       MOVE DEPT-CODE      TO TBL-CODE(DEPT-COUNT)
                       MOVE DEPT-NAME      TO TBL-NAME(DEPT-COUNT)
                       MOVE DEPT-MANAGER   TO TBL-MANAGER(DEPT-COUNT)
                       MOVE DEPT-HEADCOUNT TO TBL-HEADCOUNT(DEPT-COUNT)
                       MOVE DEPT-BUDGET    TO TBL-BUDGET(DEPT-COUNT)
                       MOVE DEPT-UPD-OPR   TO TBL-UPD-OPR(DEPT-COUNT)
                       MOVE DEPT-UPD-TIME  TO TBL-UPD-TIME(DEPT-COUNT)
                   ELSE
                       DISPLAY "DEPARTMENT TABLE FULL - RECORD SKIPPED"
                   END-IF
           END-READ.

      *    STAMP THE TABLE ENTRY JUST ADDED OR CHANGED WITH THE
      *    SIGNED-ON OPERATOR AND THE TIME OF THE CHANGE.
       STAMP-ENTRY-PARA.
           ACCEPT TIME-OF-DAY-RAW FROM TIME.
           MOVE TIME-OF-DAY-RAW(1:6) TO TIME-OF-DAY.
           MOVE OPERATOR-ID TO TBL-UPD-OPR(REF-INDEX).
           MOVE TIME-OF-DAY TO TBL-UPD-TIME(REF-INDEX).

       MAINTAIN-DEPT-PARA.
           DISPLAY "ENTER DEPARTMENT CODE (SPACES TO END)"
           MOVE SPACES TO ENTRY-CODE.
           ACCEPT ENTRY-CODE.
           IF PF3-EXIT OR ENTRY-CODE = SPACES
               MOVE 1 TO SESSION-DONE-SWITCH
               GO TO MAINTAIN-DEPT-EXIT
           END-IF.
           PERFORM FIND-DEPT-PARA.
           IF ENTRY-FOUND
               PERFORM CHANGE-DEPT-PARA
           ELSE
               IF DEPT-COUNT = 200
                   DISPLAY "DEPARTMENT TABLE FULL - CANNOT ADD"
                   GO TO MAINTAIN-DEPT-EXIT
               END-IF
               PERFORM ADD-DEPT-PARA
           END-IF.
       MAINTAIN-DEPT-EXIT.
           EXIT.

      *****************************************************************
      * AN EXISTING DEPARTMENT IS SHOWN AND EACH FIELD OFFERED FOR    *
      * CHANGE.  SPACES LEAVE A FIELD AS IT IS.                       *
      *****************************************************************
       CHANGE-DEPT-PARA.
           MOVE 0 TO CHANGED-SWITCH.
           MOVE TBL-HEADCOUNT(REF-INDEX) TO HEADCOUNT-DISPLAY.
           MOVE TBL-BUDGET(REF-INDEX)    TO BUDGET-DISPLAY.
           DISPLAY "NAME:      " TBL-NAME(REF-INDEX)
           DISPLAY "MANAGER:   " TBL-MANAGER(REF-INDEX)
           DISPLAY "HEADCOUNT: " HEADCOUNT-DISPLAY
           DISPLAY "BUDGET:    " BUDGET-DISPLAY
           DISPLAY "LAST CHANGED BY " TBL-UPD-OPR(REF-INDEX)
               " AT " TBL-UPD-TIME(REF-INDEX)
           DISPLAY "ENTER NEW NAME (SPACES = NO CHANGE)"
           MOVE SPACES TO ENTRY-NAME
           ACCEPT ENTRY-NAME
           IF ENTRY-NAME NOT = SPACES
               MOVE ENTRY-NAME TO TBL-NAME(REF-INDEX)
               MOVE 1 TO CHANGED-SWITCH
           END-IF.
           DISPLAY "ENTER NEW MANAGER (SPACES = NO CHANGE)"
           MOVE SPACES TO ENTRY-MANAGER
           ACCEPT ENTRY-MANAGER
           IF ENTRY-MANAGER NOT = SPACES
               MOVE ENTRY-MANAGER TO TBL-MANAGER(REF-INDEX)
               MOVE 1 TO CHANGED-SWITCH
           END-IF.
           DISPLAY "ENTER NEW APPROVED HEADCOUNT (SPACES = NO CHANGE)"
           MOVE SPACES TO ENTRY-HEADCOUNT-IN
           ACCEPT ENTRY-HEADCOUNT-IN
           IF ENTRY-HEADCOUNT-IN NOT = SPACES
               COMPUTE ENTRY-HEADCOUNT =
                   FUNCTION NUMVAL (ENTRY-HEADCOUNT-IN)
               MOVE ENTRY-HEADCOUNT TO TBL-HEADCOUNT(REF-INDEX)
               MOVE 1 TO CHANGED-SWITCH
           END-IF.
           DISPLAY "ENTER NEW SALARY BUDGET (SPACES = NO CHANGE)"
           MOVE SPACES TO ENTRY-BUDGET-IN
           ACCEPT ENTRY-BUDGET-IN
           IF ENTRY-BUDGET-IN NOT = SPACES
               COMPUTE ENTRY-BUDGET =
                   FUNCTION NUMVAL (ENTRY-BUDGET-IN)
               MOVE ENTRY-BUDGET TO TBL-BUDGET(REF-INDEX)
               MOVE 1 TO CHANGED-SWITCH
           END-IF.
           IF ENTRY-CHANGED
               PERFORM STAMP-ENTRY-PARA
               DISPLAY "DEPARTMENT CHANGED"
           END-IF.

       ADD-DEPT-PARA.
           DISPLAY "NEW DEPARTMENT " ENTRY-CODE
           DISPLAY "ENTER NAME"
           MOVE SPACES TO ENTRY-NAME
           ACCEPT ENTRY-NAME
           DISPLAY "ENTER MANAGER"
           MOVE SPACES TO ENTRY-MANAGER
           ACCEPT ENTRY-MANAGER
           DISPLAY "ENTER APPROVED HEADCOUNT"
           MOVE SPACES TO ENTRY-HEADCOUNT-IN
           ACCEPT ENTRY-HEADCOUNT-IN
           COMPUTE ENTRY-HEADCOUNT =
               FUNCTION NUMVAL (ENTRY-HEADCOUNT-IN)
           DISPLAY "ENTER ANNUAL SALARY BUDGET"
           MOVE SPACES TO ENTRY-BUDGET-IN
           ACCEPT ENTRY-BUDGET-IN
           COMPUTE ENTRY-BUDGET =
               FUNCTION NUMVAL (ENTRY-BUDGET-IN)
           ADD 1 TO DEPT-COUNT.
           MOVE ENTRY-CODE      TO TBL-CODE(DEPT-COUNT).
           MOVE ENTRY-NAME      TO TBL-NAME(DEPT-COUNT).
           MOVE ENTRY-MANAGER   TO TBL-MANAGER(DEPT-COUNT).
           MOVE ENTRY-HEADCOUNT TO TBL-HEADCOUNT(DEPT-COUNT).
           MOVE ENTRY-BUDGET    TO TBL-BUDGET(DEPT-COUNT).
           MOVE DEPT-COUNT TO REF-INDEX.
           PERFORM STAMP-ENTRY-PARA.
           DISPLAY "DEPARTMENT ADDED".

       FIND-DEPT-PARA.
           MOVE 0 TO FOUND-SWITCH.
           MOVE 1 TO REF-INDEX.
           PERFORM SCAN-DEPT-PARA
               UNTIL ENTRY-FOUND OR REF-INDEX > DEPT-COUNT.

       SCAN-DEPT-PARA.
           IF TBL-CODE(REF-INDEX) = ENTRY-CODE
               MOVE 1 TO FOUND-SWITCH
           ELSE
               ADD 1 TO REF-INDEX
           END-IF.

       TERMINATE-PARA.
           OPEN OUTPUT DEPT-REF-FILE.
           IF DEPT-REF-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEPTREF.DAT: " DEPT-REF-STATUS
               DISPLAY "CHANGES NOT SAVED"
           ELSE
               MOVE 0 TO REF-INDEX
               PERFORM WRITE-DEPT-PARA
                   UNTIL REF-INDEX = DEPT-COUNT
               CLOSE DEPT-REF-FILE
               DISPLAY "DEPARTMENTS SAVED: " DEPT-COUNT
           END-IF.

       WRITE-DEPT-PARA.
           ADD 1 TO REF-INDEX.
           MOVE TBL-CODE(REF-INDEX)      TO DEPT-CODE.
           MOVE TBL-NAME(REF-INDEX)      TO DEPT-NAME.
           MOVE TBL-MANAGER(REF-INDEX)   TO DEPT-MANAGER.
           MOVE TBL-HEADCOUNT(REF-INDEX) TO DEPT-HEADCOUNT.
           MOVE TBL-BUDGET(REF-INDEX)    TO DEPT-BUDGET.
           MOVE TBL-UPD-OPR(REF-INDEX)   TO DEPT-UPD-OPR.
           MOVE TBL-UPD-TIME(REF-INDEX)  TO DEPT-UPD-TIME.
           WRITE DEPT-REF-RECORD.
           IF DEPT-REF-STATUS NOT = "00"
               DISPLAY "ERROR WRITING DEPTREF.DAT: " DEPT-REF-STATUS
           END-IF.
