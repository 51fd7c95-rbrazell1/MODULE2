      * ON OR BEFORE THE CUTOFF OUT OF THE INDEXED MASTER INTO A      *
      * SEQUENTIAL ARCHIVE FILE, AND PRINTS A PURGE REPORT LISTING    *
      * EVERY ARCHIVED EMPLOYEE WITH COUNTS OF RECORDS EXAMINED,      *
      * ARCHIVED, AND RETAINED.  EACH PURGE IS LOGGED TO AUDIT.DAT    *
      * UNDER ITS OWN "P" ACTION CODE, SIGNED *PURGE*, SO THE AUDIT   *
      * TRAIL ACCOUNTS FOR EVERY RECORD THAT LEAVES THE MASTER.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT ARCHIVE-FILE ASSIGN "EMPARCH.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ARCHIVE-STATUS.
           SELECT AUDIT-FILE ASSIGN "AUDIT.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.
           SELECT PURGE-REPORT ASSIGN "PURGERPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-STATUS.
         05 EMPLOYEE-LEAVE-YEAR-M  PIC 9(4).
         05 EMPLOYEE-LEAVE-MONTH-M PIC 9(2).
         05 EMPLOYEE-LEAVE-DAY-M   PIC 9(2).
        03 EMPLOYEE-DEPT-M          PIC X(4).
      *    ARCHIVE FILE INFO -- PURGED RECORDS, SAME LAYOUT, PLUS THE
      *    DATE THEY WERE ARCHIVED
       FD  ARCHIVE-FILE
       01  ARCHIVE-RECORD
        03 ARCH-EMPLOYEE-RECORD PIC X(46).
        03 ARCH-PURGE-DATE      PIC 9(8).
      *    AUDIT FILE INFO -- LAYOUT MATCHES THE RECORD PROGRAM2 WRITES
       FD  AUDIT-FILE
       01  AUDIT-RECORD
        03 AUD-RUN-DATE     PIC 9(8).
        03 AUD-ACTION       PIC X.
        03 AUD-EMPLOYEE-NO  PIC 9(6).
        03 AUD-BEFORE-IMAGE PIC X(46).
        03 AUD-AFTER-IMAGE  PIC X(46).
        03 AUD-OPERATOR     PIC X(8).
        03 AUD-TIME         PIC 9(6).
      *    PURGE REPORT INFO
       FD  PURGE-REPORT
       01  REPORT-LINE PIC X(80).
       01  ARCHIVE-STATUS PIC X(02) VALUE SPACES.
        88 ARCHIVE-NOT-FOUND VALUE "35".
       01  PURGE-STATUS PIC X(02) VALUE SPACES.
       01  AUDIT-STATUS PIC X(02) VALUE SPACES.
        88 AUDIT-FILE-NOT-FOUND VALUE "35".

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.
       01  RUN-DATE    PIC 9(8).
       01  CUTOFF-DATE PIC 9(8).

       01  AUDIT-OPERATOR  PIC X(8) VALUE "*PURGE* ".
       01  TIME-OF-DAY-RAW PIC 9(8).
       01  TIME-OF-DAY     PIC 9(6).
       01  PURGED-IMAGE    PIC X(46).

       01  PURGE-COUNTS.
        03 RECORDS-EXAMINED PIC 9(6) VALUE 0.
        03 RECORDS-ARCHIVED PIC 9(6) VALUE 0.

       INITIALIZE-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-RAW FROM TIME.
           MOVE TIME-OF-DAY-RAW(1:6) TO TIME-OF-DAY.
           DISPLAY "ENTER CUTOFF DATE YYYYMMDD".
           DISPLAY "(TERMINATED ON OR BEFORE THIS DATE ARE ARCHIVED)".
           ACCEPT CUTOFF-DATE.
           IF ARCHIVE-NOT-FOUND
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT PURGE-REPORT.
           MOVE RUN-DATE TO RHL-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM READ-MASTER-PARA.

       ARCHIVE-EMPLOYEE-PARA.
           MOVE EMPLOYEE-MASTER-RECORD TO PURGED-IMAGE.
           MOVE EMPLOYEE-MASTER-RECORD TO ARCH-EMPLOYEE-RECORD.
           MOVE RUN-DATE TO ARCH-PURGE-DATE.
           WRITE ARCHIVE-RECORD.
                   INVALID KEY
                       DISPLAY "ERROR DELETING EMPLOYEE MASTER: "
                           EMPLOYEE-MASTER-STATUS
                   NOT INVALID KEY
                       PERFORM WRITE-AUDIT-PARA
               END-DELETE
               ADD 1 TO RECORDS-ARCHIVED
           END-IF.

      *****************************************************************
      * LOG THE PURGE JUST APPLIED.  LIKE A DELETE THROUGH EMPMAINT   *
      * THE BEFORE-IMAGE IS THE RECORD AS IT LEFT THE MASTER AND THE  *
      * AFTER-IMAGE IS SPACES.                                        *
      *****************************************************************
       WRITE-AUDIT-PARA.
           MOVE RUN-DATE       TO AUD-RUN-DATE.
           MOVE "P"            TO AUD-ACTION.
           MOVE PURGED-IMAGE(29:6) TO AUD-EMPLOYEE-NO.
           MOVE PURGED-IMAGE   TO AUD-BEFORE-IMAGE.
           MOVE SPACES         TO AUD-AFTER-IMAGE.
           MOVE AUDIT-OPERATOR TO AUD-OPERATOR.
           MOVE TIME-OF-DAY    TO AUD-TIME.
           WRITE AUDIT-RECORD.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING AUDIT.DAT: " AUDIT-STATUS
           END-IF.

       TERMINATE-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "RECORDS EXAMINED: " RECORDS-EXAMINED.
           DISPLAY "RECORDS ARCHIVED: " RECORDS-ARCHIVED.
           DISPLAY "RECORDS RETAINED: " RECORDS-RETAINED.
           CLOSE EMPLOYEE-MASTER ARCHIVE-FILE AUDIT-FILE PURGE-REPORT.
