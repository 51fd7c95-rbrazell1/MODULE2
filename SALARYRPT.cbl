      *****************************************************************
      * SALARY ANALYSIS REPORT FOR THE MONTHLY STAFFING REVIEW.       *
      * READS THE EMPLOYEE MASTER AND PRINTS A PAGED REPORT OF        *
      * EMPLOYEE NUMBER, NAME, SALARY, AND DEPARTMENT GROUPED BY      *
      * EMPLOYEE TYPE (ACTIVE, THEN TERMINATED), WITH A COUNT,        *
      * SUBTOTAL, AND AVERAGE SALARY PER GROUP AND A GRAND TOTAL      *
      * ACROSS THE FILE.  DEPTRPT GIVES THE SAME MASTER BY            *
      * DEPARTMENT AGAINST THE APPROVED HEADCOUNT AND BUDGET.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
         05 EMPLOYEE-LEAVE-YEAR-M  PIC 9(4).
         05 EMPLOYEE-LEAVE-MONTH-M PIC 9(2).
         05 EMPLOYEE-LEAVE-DAY-M   PIC 9(2).
        03 EMPLOYEE-DEPT-M          PIC X(4).
      *    SALARY REPORT INFO
       FD  SALARY-REPORT
       01  REPORT-LINE PIC X(80).
           03  FILLER PIC X(8)  VALUE "EMP NO".
           03  FILLER PIC X(22) VALUE "NAME".
           03  FILLER PIC X(12) VALUE "      SALARY".
           03  FILLER PIC X(5)  VALUE " DEPT".

       01  GROUP-HEADING-LINE.
           03  GHL-TITLE PIC X(30).
           03  RDL-NAME   PIC X(20).
           03  FILLER     PIC X(2) VALUE SPACES.
           03  RDL-SALARY PIC ZZ,ZZ9.99.
           03  FILLER     PIC X(4) VALUE SPACES.
           03  RDL-DEPT   PIC X(4).

       01  GROUP-TOTAL-LINE.
           03  GTL-LABEL   PIC X(20).
           MOVE EMPLOYEE-NO-M     TO RDL-EMP-NO.
           MOVE EMPLOYEE-NAME-M   TO RDL-NAME.
           MOVE EMPLOYEE-SALARY-M TO RDL-SALARY.
           MOVE EMPLOYEE-DEPT-M   TO RDL-DEPT.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.

