      * OPERATOR SIGN-ON AGAINST OPERATOR.DAT -- ENTRY-ONLY           *
      * OPERATORS (AUTHORITY 1) CANNOT DELETE -- AND EVERY CHANGE     *
      * AND DELETE IS LOGGED TO AUDIT.DAT WITH THE OPERATOR ID AND    *
      * TIME, AS THE AUDITORS ASKED.  A NEW DEPARTMENT KEYED ON A     *
      * CORRECTION MUST BE ON DEPTREF.DAT (KEPT BY DEPTMNT).          *
      *****************************************************************
       ENVIRONMENT DIVISION.

           SELECT AUDIT-FILE ASSIGN "AUDIT.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT DEPT-REF-FILE ASSIGN "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
               05  EMPLOYEE-LEAVE-YEAR-M  PIC 9(4).
               05  EMPLOYEE-LEAVE-MONTH-M PIC 9(2).
               05  EMPLOYEE-LEAVE-DAY-M   PIC 9(2).
           03  EMPLOYEE-DEPT-M          PIC X(4).
      *    OPERATOR FILE -- ONE OPERATOR PER RECORD WITH AN AUTHORITY
      *    LEVEL: 1 = ENTRY ONLY, 2 = FULL MAINTENANCE
       FD  OPERATOR-FILE.
           03  AUD-RUN-DATE     PIC 9(8).
           03  AUD-ACTION       PIC X.
           03  AUD-EMPLOYEE-NO  PIC 9(6).
           03  AUD-BEFORE-IMAGE PIC X(46).
           03  AUD-AFTER-IMAGE  PIC X(46).
           03  AUD-OPERATOR     PIC X(8).
           03  AUD-TIME         PIC 9(6).
      *    DEPARTMENT REFERENCE FILE -- READ ONLY, TO PROVE A NEW
      *    DEPARTMENT CODE BEFORE IT GOES ON THE MASTER
       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           03  DEPT-CODE      PIC X(4).
           03  DEPT-NAME      PIC X(20).
           03  DEPT-MANAGER   PIC X(20).
           03  DEPT-HEADCOUNT PIC 9(4).
           03  DEPT-BUDGET    PIC 9(9)V9(2).
           03  DEPT-UPD-OPR   PIC X(8).
           03  DEPT-UPD-TIME  PIC 9(6).

       WORKING-STORAGE SECTION.
       01  CURSOR-POSITION.
           88  AUDIT-FILE-OK        VALUE "00".
           88  AUDIT-FILE-NOT-FOUND VALUE "35".

       01  DEPT-REF-STATUS PIC X(2).
           88  DEPT-REF-FILE-OK VALUE "00".

       01  DEPT-EOF PIC 9(1) VALUE 0.

       01  DEPT-FOUND-SWITCH PIC 9(1) VALUE 0.
           88  DEPT-FOUND VALUE 1.

       01  SIGNED-ON-SWITCH PIC 9(1) VALUE 0.
           88  SIGNED-ON VALUE 1.

       01  RUN-DATE PIC 9(8).

       01  AUDIT-ACTION PIC X(1)  VALUE SPACE.
       01  BEFORE-IMAGE PIC X(46) VALUE SPACES.
       01  AFTER-IMAGE  PIC X(46) VALUE SPACES.

       01  EMPLOYEE-NO-IN PIC 9(6).

       01  NEW-TYPE   PIC 9(1).
       01  NEW-SALARY PIC 9(5)V9(2).
       01  NEW-LEAVE-DATE PIC 9(8).
       01  NEW-DEPT   PIC X(4).
       01  CONFIRM-DELETE PIC X(1).

       01  DISPLAY-FIELDS.
               DISPLAY "TYPE:     " EMPLOYEE-TYPE-M " (TERMINATED)"
           END-IF
           DISPLAY "SALARY:   " SALARY-DISPLAY
           DISPLAY "LEAVING:  " EMPLOYEE-LEAVING-DATE-M
           DISPLAY "DEPT:     " EMPLOYEE-DEPT-M.

       BROWSE-PARA.
           DISPLAY "B=BACK  F=FORWARD  C=CORRECT  D=DELETE  K=NEW KEY"
           IF NEW-LEAVE-DATE NOT = 0
               MOVE NEW-LEAVE-DATE TO EMPLOYEE-LEAVING-DATE-M
           END-IF.
           DISPLAY "ENTER NEW DEPARTMENT (SPACES = NO CHANGE)"
           MOVE SPACES TO NEW-DEPT
           ACCEPT NEW-DEPT
           IF NEW-DEPT NOT = SPACES
               PERFORM FIND-DEPT-PARA
               IF DEPT-FOUND
                   MOVE NEW-DEPT TO EMPLOYEE-DEPT-M
               ELSE
                   DISPLAY "DEPARTMENT " NEW-DEPT
                       " NOT ON DEPTREF.DAT - NOT CHANGED"
               END-IF
           END-IF.
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING EMPLOYEE MASTER: "
           END-REWRITE.
           PERFORM DISPLAY-EMPLOYEE-PARA.

      *****************************************************************
      * A NEW DEPARTMENT CODE MUST BE ON DEPTREF.DAT.  THE FILE IS    *
      * SCANNED FROM THE TOP FOR EACH CORRECTION, AS THE SIGN-ON      *
      * SCANS OPERATOR.DAT, SO CHANGES MADE IN DEPTMNT DURING THE     *
      * SESSION ARE SEEN AT ONCE.                                     *
      *****************************************************************
       FIND-DEPT-PARA.
           MOVE 0 TO DEPT-FOUND-SWITCH.
           MOVE 0 TO DEPT-EOF.
           OPEN INPUT DEPT-REF-FILE.
           IF NOT DEPT-REF-FILE-OK
               DISPLAY "DEPTREF.DAT NOT ON FILE - SEE SUPERVISOR"
           ELSE
               PERFORM SCAN-DEPT-PARA UNTIL DEPT-EOF = 1
               CLOSE DEPT-REF-FILE
           END-IF.

       SCAN-DEPT-PARA.
           READ DEPT-REF-FILE
               AT END
                   MOVE 1 TO DEPT-EOF
               NOT AT END
                   IF DEPT-CODE = NEW-DEPT
                       MOVE 1 TO DEPT-FOUND-SWITCH
                       MOVE 1 TO DEPT-EOF
                   END-IF
           END-READ.

      *****************************************************************
      * ONLY TERMINATED RECORDS MAY COME OFF THE MASTER HERE --       *
      * ACTIVE EMPLOYEES MUST BE TERMINATED THROUGH THE UPDATE RUN.   *
