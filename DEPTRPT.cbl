       IDENTIFICATION DIVISION.
       PROGRAM-ID.              DEPTRPT.
       AUTHOR.                  RUSSELL BRAZELL.
       INSTALLATION.            HOME DESKTOP.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.           10/15/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * DEPARTMENTAL STAFFING REPORT FOR THE MONTHLY STAFFING         *
      * REVIEW, RUN ALONGSIDE SALARYRPT.  LOADS THE DEPARTMENT        *
      * REFERENCE FILE (DEPTREF.DAT, KEPT BY DEPTMNT), TOTALS THE     *
      * ACTIVE EMPLOYEES ON THE MASTER BY DEPARTMENT, AND PRINTS A    *
      * PAGED REPORT OF EACH DEPARTMENT'S ACTUAL HEADCOUNT AND        *
      * ANNUAL SALARY AGAINST ITS APPROVED HEADCOUNT AND SALARY       *
      * BUDGET, WITH THE VARIANCE (ACTUAL LESS APPROVED -- A          *
      * POSITIVE FIGURE IS OVER).  EVERY DEPARTMENT ON FILE IS        *
      * PRINTED, STAFFED OR NOT.                                      *
      *                                                               *
      * ACTIVE EMPLOYEES WITH NO DEPARTMENT, OR WITH A CODE NO LONGER *
      * ON DEPTREF.DAT, ARE TOTALLED ON LINES OF THEIR OWN SO THE     *
      * GRAND TOTAL STILL AGREES WITH THE ACTIVE GROUP ON SALARYRPT,  *
      * AND ARE LISTED ONE BY ONE AT THE END FOR CORRECTION THROUGH   *
      * EMPMAINT.                                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-370.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN "EMPLOYEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-NO-M
           ALTERNATE RECORD KEY IS EMPLOYEE-NAME-M WITH DUPLICATES
           FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT DEPT-REF-FILE ASSIGN "DEPTREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPT-REF-STATUS.
           SELECT STAFFING-REPORT ASSIGN "DEPTRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STAFFING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    EMPLOYEE MASTER INFO -- LAYOUT AS MAINTAINED BY PROGRAM2
       FD  EMPLOYEE-MASTER
       01  EMPLOYEE-MASTER-RECORD
        03 EMPLOYEE-TYPE-M          PIC 9(1).
        03 EMPLOYEE-NAME-M          PIC X(20).
        03 EMPLOYEE-SALARY-M        PIC 9(5)V9(2).
        03 EMPLOYEE-NO-M            PIC 9(6).
        03 EMPLOYEE-LEAVING-DATE-M.
         05 EMPLOYEE-LEAVE-YEAR-M  PIC 9(4).
         05 EMPLOYEE-LEAVE-MONTH-M PIC 9(2).
         05 EMPLOYEE-LEAVE-DAY-M   PIC 9(2).
        03 EMPLOYEE-DEPT-M          PIC X(4).
      *    DEPARTMENT REFERENCE INFO -- AS KEPT BY DEPTMNT
       FD  DEPT-REF-FILE
       01  DEPT-REF-RECORD
        03 DEPT-CODE      PIC X(4).
        03 DEPT-NAME      PIC X(20).
        03 DEPT-MANAGER   PIC X(20).
        03 DEPT-HEADCOUNT PIC 9(4).
        03 DEPT-BUDGET    PIC 9(9)V9(2).
        03 DEPT-UPD-OPR   PIC X(8).
        03 DEPT-UPD-TIME  PIC 9(6).
      *    STAFFING REPORT INFO
       FD  STAFFING-REPORT
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  EMPLOYEE-MASTER-STATUS PIC X(02) VALUE SPACES.
        88 EMPLOYEE-MASTER-OK VALUE "00".
       01  DEPT-REF-STATUS PIC X(02) VALUE SPACES.
        88 DEPT-REF-OK VALUE "00".
       01  STAFFING-REPORT-STATUS PIC X(02) VALUE SPACES.

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.
        88 NOT-END-OF-FILE VALUE 0.

       01  DEPT-FOUND-SWITCH PIC 9 VALUE 0.
        88 DEPT-FOUND VALUE 1.

       01  RUN-DATE PIC 9(8).

       01  PAGE-CONTROLS.
        03 PAGE-NO     PIC 9(4) VALUE 0.
        03 LINE-COUNT  PIC 9(2) VALUE 99.
        03 LINES-PER-PAGE PIC 9(2) VALUE 55.

       01  DEPT-COUNT PIC 9(3) VALUE 0.
       01  DEPT-INDEX PIC 9(3) VALUE 0.

      *    ONE ENTRY PER DEPARTMENT ON DEPTREF.DAT, WITH THE ACTUAL
      *    FIGURES GATHERED FROM THE MASTER ALONGSIDE THE APPROVED ONES
       01  DEPT-TABLE.
        03 DEPT-ENTRY OCCURS 1 TO 200 TIMES
            DEPENDING ON DEPT-COUNT.
         05 TBL-CODE          PIC X(4).
         05 TBL-NAME          PIC X(20).
         05 TBL-MANAGER       PIC X(20).
         05 TBL-HEADCOUNT     PIC 9(4).
         05 TBL-BUDGET        PIC 9(9)V9(2).
         05 TBL-ACTUAL-COUNT  PIC 9(5).
         05 TBL-ACTUAL-SALARY PIC 9(11)V9(2).

      *    ACTIVE EMPLOYEES THAT COULD NOT BE PUT IN A DEPARTMENT
       01  EXCEPTION-TOTALS.
        03 UNASSIGNED-COUNT  PIC 9(5) VALUE 0.
        03 UNASSIGNED-SALARY PIC 9(11)V9(2) VALUE 0.
        03 UNKNOWN-COUNT     PIC 9(5) VALUE 0.
        03 UNKNOWN-SALARY    PIC 9(11)V9(2) VALUE 0.

       01  LINE-FIGURES.
        03 LINE-APPROVED   PIC 9(6) VALUE 0.
        03 LINE-ACTUAL     PIC 9(6) VALUE 0.
        03 LINE-BUDGET     PIC 9(11)V9(2) VALUE 0.
        03 LINE-SALARY     PIC 9(11)V9(2) VALUE 0.

       01  GRAND-TOTALS.
        03 GRAND-APPROVED  PIC 9(6) VALUE 0.
        03 GRAND-ACTUAL    PIC 9(6) VALUE 0.
        03 GRAND-BUDGET    PIC 9(11)V9(2) VALUE 0.
        03 GRAND-SALARY    PIC 9(11)V9(2) VALUE 0.

       01  CONTROL-COUNTS.
        03 EMPLOYEES-READ    PIC 9(6) VALUE 0.
        03 EMPLOYEES-ACTIVE  PIC 9(6) VALUE 0.
        03 EMPLOYEES-LISTED  PIC 9(6) VALUE 0.

       01  REPORT-HEADING-LINE.
           03  FILLER     PIC X(36)
               VALUE "DEPARTMENTAL STAFFING REPORT -- RUN ".
           03  RHL-DATE   PIC 9(8).
           03  FILLER     PIC X(79) VALUE SPACES.
           03  FILLER     PIC X(5) VALUE "PAGE ".
           03  RHL-PAGE   PIC ZZZ9.

       01  COLUMN-HEADING-LINE.
           03  FILLER PIC X(5)  VALUE "DEPT ".
           03  FILLER PIC X(22) VALUE "NAME".
           03  FILLER PIC X(22) VALUE "MANAGER".
           03  FILLER PIC X(6)  VALUE "APPRVD".
           03  FILLER PIC X(8)  VALUE "  ACTUAL".
           03  FILLER PIC X(9)  VALUE "      VAR".
           03  FILLER PIC X(19) VALUE "             BUDGET".
           03  FILLER PIC X(19) VALUE "      ACTUAL SALARY".
           03  FILLER PIC X(20) VALUE "            VARIANCE".

       01  COLUMN-NOTE-LINE.
           03  FILLER PIC X(49) VALUE SPACES.
           03  FILLER PIC X(23) VALUE "-- HEADCOUNT --------".
           03  FILLER PIC X(29)
               VALUE "-- ANNUAL SALARY ------------".
           03  FILLER PIC X(29)
               VALUE "-----------------------------".

       01  REPORT-DETAIL-LINE.
           03  RDL-CODE       PIC X(4).
           03  FILLER         PIC X(1) VALUE SPACES.
           03  RDL-NAME       PIC X(20).
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-MANAGER    PIC X(20).
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-APPROVED   PIC ZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-ACTUAL     PIC ZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-COUNT-VAR  PIC -ZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-BUDGET     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-SALARY     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-SALARY-VAR PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  REPORT-TEXT-LINE.
           03  RTL-TEXT PIC X(80).

       01  EXCEPTION-DETAIL-LINE.
           03  FILLER      PIC X(9) VALUE "EMPLOYEE ".
           03  EDL-EMP-NO  PIC 9(6).
           03  FILLER      PIC X(2) VALUE SPACES.
           03  EDL-NAME    PIC X(20).
           03  FILLER      PIC X(2) VALUE SPACES.
           03  EDL-SALARY  PIC ZZ,ZZ9.99.
           03  FILLER      PIC X(2) VALUE SPACES.
           03  EDL-TEXT    PIC X(36).

       01  REPORT-COUNT-LINE.
           03  RCL-LABEL    PIC X(20).
           03  RCL-COUNT    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM GATHER-PARA.
           PERFORM PRINT-DEPARTMENTS-PARA.
           PERFORM PRINT-EXCEPTIONS-PARA.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-OK
               DISPLAY "ERROR OPENING EMPLOYEE.DAT: "
                   EMPLOYEE-MASTER-STATUS
               DISPLAY "NO REPORT PRODUCED"
               STOP RUN
           END-IF.
      *    WITHOUT THE DEPARTMENT FILE THE REPORT STILL RUNS -- EVERY
      *    ACTIVE EMPLOYEE THEN SHOWS UNDER NO DEPARTMENT OR UNKNOWN.
           MOVE 0 TO DEPT-COUNT.
           OPEN INPUT DEPT-REF-FILE.
           IF DEPT-REF-OK
               PERFORM LOAD-DEPT-PARA UNTIL END-OF-FILE
               CLOSE DEPT-REF-FILE
           ELSE
               DISPLAY "DEPTREF.DAT NOT AVAILABLE: " DEPT-REF-STATUS
               DISPLAY "NO DEPARTMENTS TO REPORT AGAINST"
           END-IF.
           OPEN OUTPUT STAFFING-REPORT.
           MOVE RUN-DATE TO RHL-DATE.

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
                       MOVE 0 TO TBL-ACTUAL-COUNT(DEPT-COUNT)
                       MOVE 0 TO TBL-ACTUAL-SALARY(DEPT-COUNT)
                   ELSE
                       DISPLAY "DEPARTMENT TABLE FULL - " DEPT-CODE
                           " SKIPPED"
                   END-IF
           END-READ.

      *****************************************************************
      * ONE PASS OVER THE MASTER GATHERS THE ACTUAL FIGURES.  ONLY    *
      * ACTIVE (TYPE 1) EMPLOYEES COUNT AGAINST THE APPROVED          *
      * HEADCOUNT AND BUDGET.                                         *
      *****************************************************************
       GATHER-PARA.
           PERFORM START-MASTER-PARA.
           PERFORM GATHER-EMPLOYEE-PARA UNTIL END-OF-FILE.

       START-MASTER-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           MOVE ZEROS TO EMPLOYEE-NO-M.
           START EMPLOYEE-MASTER KEY NOT LESS THAN EMPLOYEE-NO-M
               INVALID KEY
                   MOVE 1 TO END-OF-FILE-SWITCH
           END-START.
           IF NOT-END-OF-FILE
               PERFORM READ-MASTER-PARA
           END-IF.

       READ-MASTER-PARA.
           READ EMPLOYEE-MASTER NEXT
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
           END-READ.

       GATHER-EMPLOYEE-PARA.
           ADD 1 TO EMPLOYEES-READ.
           IF EMPLOYEE-TYPE-M = 1
               ADD 1 TO EMPLOYEES-ACTIVE
               PERFORM FIND-DEPT-PARA
               EVALUATE TRUE
                   WHEN DEPT-FOUND
                       ADD 1 TO TBL-ACTUAL-COUNT(DEPT-INDEX)
                       ADD EMPLOYEE-SALARY-M
                           TO TBL-ACTUAL-SALARY(DEPT-INDEX)
                   WHEN EMPLOYEE-DEPT-M = SPACES
                       ADD 1 TO UNASSIGNED-COUNT
                       ADD EMPLOYEE-SALARY-M TO UNASSIGNED-SALARY
                   WHEN OTHER
                       ADD 1 TO UNKNOWN-COUNT
                       ADD EMPLOYEE-SALARY-M TO UNKNOWN-SALARY
               END-EVALUATE
           END-IF.
           PERFORM READ-MASTER-PARA.

       FIND-DEPT-PARA.
           MOVE 0 TO DEPT-FOUND-SWITCH.
           IF EMPLOYEE-DEPT-M NOT = SPACES
               MOVE 1 TO DEPT-INDEX
               PERFORM SCAN-DEPT-PARA
                   UNTIL DEPT-FOUND OR DEPT-INDEX > DEPT-COUNT
           END-IF.

       SCAN-DEPT-PARA.
           IF TBL-CODE(DEPT-INDEX) = EMPLOYEE-DEPT-M
               MOVE 1 TO DEPT-FOUND-SWITCH
           ELSE
               ADD 1 TO DEPT-INDEX
           END-IF.

      *****************************************************************
      * ONE LINE PER DEPARTMENT IN DEPTREF.DAT ORDER, THEN THE        *
      * EMPLOYEES OUTSIDE ANY DEPARTMENT, THEN THE GRAND TOTAL.       *
      *****************************************************************
       PRINT-DEPARTMENTS-PARA.
           MOVE 0 TO DEPT-INDEX.
           PERFORM PRINT-ONE-DEPT-PARA UNTIL DEPT-INDEX = DEPT-COUNT.
           IF UNASSIGNED-COUNT > 0
               MOVE SPACES              TO RDL-CODE
               MOVE "(NO DEPARTMENT)"   TO RDL-NAME
               MOVE SPACES              TO RDL-MANAGER
               MOVE 0                   TO LINE-APPROVED
               MOVE UNASSIGNED-COUNT    TO LINE-ACTUAL
               MOVE 0                   TO LINE-BUDGET
               MOVE UNASSIGNED-SALARY   TO LINE-SALARY
               PERFORM PRINT-DETAIL-PARA
           END-IF.
           IF UNKNOWN-COUNT > 0
               MOVE "????"              TO RDL-CODE
               MOVE "(NOT ON DEPTREF)"  TO RDL-NAME
               MOVE SPACES              TO RDL-MANAGER
               MOVE 0                   TO LINE-APPROVED
               MOVE UNKNOWN-COUNT       TO LINE-ACTUAL
               MOVE 0                   TO LINE-BUDGET
               MOVE UNKNOWN-SALARY      TO LINE-SALARY
               PERFORM PRINT-DETAIL-PARA
           END-IF.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING-PARA
           END-IF.
           MOVE SPACES            TO RDL-CODE.
           MOVE "ALL DEPARTMENTS" TO RDL-NAME.
           MOVE SPACES            TO RDL-MANAGER.
           MOVE GRAND-APPROVED    TO LINE-APPROVED.
           MOVE GRAND-ACTUAL      TO LINE-ACTUAL.
           MOVE GRAND-BUDGET      TO LINE-BUDGET.
           MOVE GRAND-SALARY      TO LINE-SALARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM WRITE-DETAIL-PARA.

       PRINT-ONE-DEPT-PARA.
           ADD 1 TO DEPT-INDEX.
           MOVE TBL-CODE(DEPT-INDEX)          TO RDL-CODE.
           MOVE TBL-NAME(DEPT-INDEX)          TO RDL-NAME.
           MOVE TBL-MANAGER(DEPT-INDEX)       TO RDL-MANAGER.
           MOVE TBL-HEADCOUNT(DEPT-INDEX)     TO LINE-APPROVED.
           MOVE TBL-ACTUAL-COUNT(DEPT-INDEX)  TO LINE-ACTUAL.
           MOVE TBL-BUDGET(DEPT-INDEX)        TO LINE-BUDGET.
           MOVE TBL-ACTUAL-SALARY(DEPT-INDEX) TO LINE-SALARY.
           PERFORM PRINT-DETAIL-PARA.

      *    THE LINE FIGURES ARE SET BY THE CALLER.  EVERY LINE
      *    PRINTED HERE ALSO GOES INTO THE GRAND TOTAL.
       PRINT-DETAIL-PARA.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING-PARA
           END-IF.
           ADD LINE-APPROVED TO GRAND-APPROVED.
           ADD LINE-ACTUAL   TO GRAND-ACTUAL.
           ADD LINE-BUDGET   TO GRAND-BUDGET.
           ADD LINE-SALARY   TO GRAND-SALARY.
           PERFORM WRITE-DETAIL-PARA.

       WRITE-DETAIL-PARA.
           MOVE LINE-APPROVED TO RDL-APPROVED.
           MOVE LINE-ACTUAL   TO RDL-ACTUAL.
           COMPUTE RDL-COUNT-VAR = LINE-ACTUAL - LINE-APPROVED.
           MOVE LINE-BUDGET   TO RDL-BUDGET.
           MOVE LINE-SALARY   TO RDL-SALARY.
           COMPUTE RDL-SALARY-VAR = LINE-SALARY - LINE-BUDGET.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.

       PRINT-PAGE-HEADING-PARA.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO RHL-PAGE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COLUMN-NOTE-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 5 TO LINE-COUNT.

      *****************************************************************
      * A SECOND PASS LISTS EACH ACTIVE EMPLOYEE COUNTED UNDER NO     *
      * DEPARTMENT OR AN UNKNOWN ONE, SO PERSONNEL CAN CORRECT THEM.  *
      *****************************************************************
       PRINT-EXCEPTIONS-PARA.
           IF UNASSIGNED-COUNT > 0 OR UNKNOWN-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "ACTIVE EMPLOYEES WITHOUT A VALID DEPARTMENT"
                   TO RTL-TEXT
               WRITE REPORT-LINE FROM REPORT-TEXT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 3 TO LINE-COUNT
               PERFORM START-MASTER-PARA
               PERFORM LIST-EXCEPTION-PARA UNTIL END-OF-FILE
           END-IF.

       LIST-EXCEPTION-PARA.
           IF EMPLOYEE-TYPE-M = 1
               PERFORM FIND-DEPT-PARA
               IF NOT DEPT-FOUND
                   IF LINE-COUNT > LINES-PER-PAGE
                       PERFORM PRINT-PAGE-HEADING-PARA
                   END-IF
                   MOVE EMPLOYEE-NO-M     TO EDL-EMP-NO
                   MOVE EMPLOYEE-NAME-M   TO EDL-NAME
                   MOVE EMPLOYEE-SALARY-M TO EDL-SALARY
                   IF EMPLOYEE-DEPT-M = SPACES
                       MOVE "NO DEPARTMENT ON THE MASTER" TO EDL-TEXT
                   ELSE
                       MOVE SPACES TO EDL-TEXT
                       STRING "DEPARTMENT " EMPLOYEE-DEPT-M
                           " NOT ON DEPTREF.DAT"
                           DELIMITED BY SIZE INTO EDL-TEXT
                   END-IF
                   WRITE REPORT-LINE FROM EXCEPTION-DETAIL-LINE
                   ADD 1 TO LINE-COUNT
                   ADD 1 TO EMPLOYEES-LISTED
               END-IF
           END-IF.
           PERFORM READ-MASTER-PARA.

       TERMINATE-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPARTMENTS:       " TO RCL-LABEL.
           MOVE DEPT-COUNT TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "EMPLOYEES READ:    " TO RCL-LABEL.
           MOVE EMPLOYEES-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ACTIVE EMPLOYEES:  " TO RCL-LABEL.
           MOVE EMPLOYEES-ACTIVE TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "WITHOUT VALID DEPT:" TO RCL-LABEL.
           MOVE EMPLOYEES-LISTED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           DISPLAY "DEPARTMENTS:        " DEPT-COUNT.
           DISPLAY "ACTIVE EMPLOYEES:   " EMPLOYEES-ACTIVE.
           DISPLAY "WITHOUT VALID DEPT: " EMPLOYEES-LISTED.
           CLOSE EMPLOYEE-MASTER STAFFING-REPORT.
