      *    ARCHIVE FILE -- LAYOUT MATCHES THE RECORD EMPPURGE WRITES
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           03  ARCH-EMPLOYEE-RECORD PIC X(46).
           03  ARCH-PURGE-DATE      PIC 9(8).
      *    EMPLOYEE MASTER -- RESTORED RECORDS GO BACK HERE
       FD  EMPLOYEE-MASTER.
               05  EMPLOYEE-LEAVE-YEAR-M  PIC 9(4).
               05  EMPLOYEE-LEAVE-MONTH-M PIC 9(2).
               05  EMPLOYEE-LEAVE-DAY-M   PIC 9(2).
           03  EMPLOYEE-DEPT-M          PIC X(4).
      *    AUDIT FILE -- LAYOUT MATCHES THE RECORD PROGRAM2 WRITES
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           03  AUD-RUN-DATE     PIC 9(8).
           03  AUD-ACTION       PIC X.
           03  AUD-EMPLOYEE-NO  PIC 9(6).
           03  AUD-BEFORE-IMAGE PIC X(46).
           03  AUD-AFTER-IMAGE  PIC X(46).
           03  AUD-OPERATOR     PIC X(8).
           03  AUD-TIME         PIC 9(6).
      *    HARDCOPY REPORT FOR AUDIT REQUESTS
           03  AWK-SALARY  PIC 9(5)V9(2).
           03  AWK-NO      PIC 9(6).
           03  AWK-LEAVE   PIC 9(8).
           03  AWK-DEPT    PIC X(4).

       01  DISPLAY-FIELDS.
           03 SALARY-DISPLAY PIC ZZ,ZZ9.99.
           03  RDL-LEAVE    PIC 9(8).
           03  FILLER       PIC X(9) VALUE " PURGED  ".
           03  RDL-PURGED   PIC 9(8).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-DEPT     PIC X(4).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           END-IF
           DISPLAY "SALARY:   " SALARY-DISPLAY
           DISPLAY "LEAVING:  " AWK-LEAVE
           DISPLAY "DEPT:     " AWK-DEPT
           DISPLAY "PURGED:   " ARCH-PURGE-DATE.

       PRINT-ARCHIVED-PARA.
           MOVE AWK-SALARY      TO RDL-SALARY.
           MOVE AWK-LEAVE       TO RDL-LEAVE.
           MOVE ARCH-PURGE-DATE TO RDL-PURGED.
           MOVE AWK-DEPT        TO RDL-DEPT.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           IF ARCHIVE-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ARCHRPT.DAT: "
