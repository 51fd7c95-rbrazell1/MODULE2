      * REJECTS.DAT CARRYING A REASON CODE PER FAILED FIELD AND THE   *
      * DATE REJECTED, AND AN EDIT REPORT (EDITRPT.DAT) SUMMARIZES    *
      * THE RUN.  REJECTS.DAT IS EXTENDED, NOT REWRITTEN -- REJFIX    *
      * WORKS IT DOWN AS REJECTS ARE RESOLVED.  DEPARTMENT CODES ARE  *
      * PROVED AGAINST DEPTREF.DAT (KEPT BY DEPTMNT), LOADED TO A     *
      * TABLE AT START-UP.  THE RUN'S COUNTS ARE ALSO LEFT ON THE     *
      * EDIT CONTROL FILE (EDITCTL.DAT), STAMPED WITH THE BUSINESS    *
      * PROCESSING DATE FROM RUNCTL, FOR THE MORNING SUMMARY (OPSSUM).*
      *                                                               *
      * RECORD TYPES: "A" ADD/ACTIVE, "T" TERMINATION, "S" SALARY     *
      * CHANGE.  AN "S" RECORD MUST NAME AN EMPLOYEE ALREADY ON THE   *
      *   SA - SALARY OUTSIDE THE PAY BANDS                           *
      *   EN - EMPLOYEE NUMBER ZERO, OR NOT ON THE MASTER FOR "S"     *
      *   LD - LEAVING DATE MISSING/PRESENT WRONGLY, BAD, OR FUTURE   *
      *   DP - DEPARTMENT MISSING ON "A", NOT ON DEPTREF.DAT, OR      *
      *        KEYED ON AN "S"                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
           FILE STATUS IS RECYCLE-STATUS.
           SELECT EDIT-REPORT ASSIGN "EDITRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-CONTROL-FILE ASSIGN "EDITCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EDIT-CONTROL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN "RUNCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT DEPT-REF-FILE ASSIGN "DEPTREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPT-REF-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN "EMPLOYEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
         05 IN-RECORD-LEAVE-YEAR  PIC 9(4).
         05 IN-RECORD-LEAVE-MONTH PIC 9(2).
         05 IN-RECORD-LEAVE-DAY   PIC 9(2).
        03 IN-RECORD-DEPT     PIC X(4).
      *    VALIDFILE INFO -- CLEAN RECORDS, SAME LAYOUT, FED TO PROGRAM2
       FD  VALIDFILE
       01  VALID-RECORD          PIC X(54).
      *    REJECT FILE INFO -- BAD RECORD PLUS A REASON CODE PER FIELD
      *    AND THE DATE REJECTED, SO REJFIX CAN AGE THE OUTSTANDING
       FD  REJECT-FILE
       01  REJECT-RECORD.
        03 REJ-INPUT-RECORD   PIC X(54).
        03 REJ-REASON-CODES.
         05 REJ-REASON OCCURS 6 TIMES PIC X(2).
        03 REJ-DATE           PIC 9(8).
      *    RECYCLE FILE INFO -- RECORDS CORRECTED ONLINE BY REJFIX,
      *    EDITED AHEAD OF THE FRESH INPUT AND CLEARED AFTER THE RUN
       FD  RECYCLE-FILE
       01  RECYCLE-RECORD        PIC X(54).
      *    EDIT REPORT INFO -- PRINTED SUMMARY OF THE EDIT RUN
       FD  EDIT-REPORT
       01  REPORT-LINE           PIC X(80).
      *    EDIT CONTROL -- ONE RECORD OF THE RUN'S COUNTS, READ BY
      *    OPSSUM FOR THE MORNING OPERATIONS SUMMARY
       FD  EDIT-CONTROL-FILE
       01  EDIT-CONTROL-RECORD
        03 ECL-PROCESS-DATE PIC 9(8).
        03 ECL-RUN-DATE     PIC 9(8).
        03 ECL-READ         PIC 9(6).
        03 ECL-RECYCLED     PIC 9(6).
        03 ECL-ACCEPTED     PIC 9(6).
        03 ECL-REJECTED     PIC 9(6).
      *    RUN CONTROL -- ONLY THE BUSINESS PROCESSING DATE IS USED
      *    HERE; THE STEP STATUSES BELONG TO RUNCTL
       FD  RUN-CONTROL-FILE
       01  RUN-CONTROL-RECORD
        03 RC-PROCESS-DATE PIC 9(8).
        03 FILLER          PIC X(72).
      *    DEPARTMENT REFERENCE FILE -- READ ONLY, TO PROVE THE
      *    DEPARTMENT CODE ON EACH RECORD
       FD  DEPT-REF-FILE
       01  DEPT-REF-RECORD
        03 DEPT-CODE      PIC X(4).
        03 DEPT-NAME      PIC X(20).
        03 DEPT-MANAGER   PIC X(20).
        03 DEPT-HEADCOUNT PIC 9(4).
        03 DEPT-BUDGET    PIC 9(9)V9(2).
        03 DEPT-UPD-OPR   PIC X(8).
        03 DEPT-UPD-TIME  PIC 9(6).
      *    EMPLOYEE MASTER -- READ ONLY, TO PROVE THE EMPLOYEE ON AN
      *    "S" SALARY CHANGE EXISTS AND TO SIZE THE INCREASE
       FD  EMPLOYEE-MASTER
         05 EMPLOYEE-LEAVE-YEAR-M  PIC 9(4).
         05 EMPLOYEE-LEAVE-MONTH-M PIC 9(2).
         05 EMPLOYEE-LEAVE-DAY-M   PIC 9(2).
        03 EMPLOYEE-DEPT-M          PIC X(4).

       WORKING-STORAGE SECTION.
       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
       01  MASTER-OPEN-SWITCH PIC 9 VALUE 0.
        88 MASTER-OPEN VALUE 1.

       01  DEPT-REF-STATUS PIC X(2) VALUE SPACES.

       01  EDIT-CONTROL-STATUS PIC X(2) VALUE SPACES.

       01  RUN-CONTROL-STATUS PIC X(2) VALUE SPACES.

       01  DEPT-EOF-SWITCH PIC 9 VALUE 0.
        88 DEPT-EOF VALUE 1.

       01  DEPT-FOUND-SWITCH PIC 9 VALUE 0.
        88 DEPT-FOUND VALUE 1.

       01  DEPT-COUNT PIC 9(3) VALUE 0.
       01  DEPT-INDEX PIC 9(3) VALUE 0.

      *    DEPARTMENT CODES ON DEPTREF.DAT, LOADED AT START-UP
       01  DEPT-TABLE.
        03 DEPT-ENTRY OCCURS 1 TO 200 TIMES
            DEPENDING ON DEPT-COUNT.
         05 TBL-DEPT-CODE PIC X(4).

      *    AN INCREASE OVER THIS PERCENTAGE IS FLAGGED FOR REVIEW
       01  REVIEW-PERCENT-LIMIT PIC 9(3) VALUE 10.
       01  INCREASE-PERCENT PIC 9(5)V9(2) VALUE 0.
        03 PAY-BAND-MAXIMUM PIC 9(5)V9(2) VALUE 99999.99.

       01  RUN-DATE PIC 9(8).
       01  PROCESS-DATE PIC 9(8).

       01  DATE-UNDER-TEST.
        03 DUT-YEAR  PIC 9(4).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-NAME     PIC X(20).
           03  FILLER       PIC X(9) VALUE " REASONS ".
           03  RDL-REASONS  PIC X(12).

       01  REPORT-REVIEW-LINE.
           03  FILLER       PIC X(9) VALUE "REVIEW   ".

       INITIALIZE-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-PROCESS-DATE-PARA.
           OPEN INPUT INFILE.
           OPEN OUTPUT VALIDFILE.
      *    REJECTS CARRY OVER UNTIL REJFIX RESOLVES THEM -- EXTEND
                   EMPLOYEE-MASTER-STATUS
               DISPLAY "SALARY CHANGES WILL REJECT AS NOT ON FILE"
           END-IF.
      *    WITHOUT THE DEPARTMENT FILE NO DEPARTMENT CODE CAN BE
      *    PROVED, SO EVERY RECORD CARRYING ONE REJECTS.
           MOVE 0 TO DEPT-COUNT.
           OPEN INPUT DEPT-REF-FILE.
           IF DEPT-REF-STATUS = "00"
               PERFORM LOAD-DEPT-PARA UNTIL DEPT-EOF
               CLOSE DEPT-REF-FILE
           ELSE
               DISPLAY "DEPTREF.DAT NOT AVAILABLE: " DEPT-REF-STATUS
               DISPLAY "DEPARTMENT CODES WILL REJECT AS NOT ON FILE"
           END-IF.
           MOVE RUN-DATE TO RHL-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-INFILE-PARA.

       LOAD-DEPT-PARA.
           READ DEPT-REF-FILE
               AT END
                   MOVE 1 TO DEPT-EOF-SWITCH
               NOT AT END
                   IF DEPT-COUNT < 200
                       ADD 1 TO DEPT-COUNT
                       MOVE DEPT-CODE TO TBL-DEPT-CODE(DEPT-COUNT)
                   ELSE
                       DISPLAY "DEPARTMENT TABLE FULL - " DEPT-CODE
                           " SKIPPED"
                   END-IF
           END-READ.

       READ-INFILE-PARA.
           IF READING-RECYCLE
               READ RECYCLE-FILE INTO INPUT-RECORD
           PERFORM EDIT-EMP-NO-PARA.
           PERFORM EDIT-SALARY-CHANGE-PARA.
           PERFORM EDIT-LEAVE-DATE-PARA.
           PERFORM EDIT-DEPT-PARA.
           IF RECORD-GOOD
               WRITE VALID-RECORD FROM INPUT-RECORD
               ADD 1 TO RECORDS-ACCEPTED
               END-IF
           END-IF.

      *****************************************************************
      * EVERY "A" RECORD MUST CARRY A DEPARTMENT ON DEPTREF.DAT.  A   *
      * "T" MAY LEAVE IT BLANK, AND PROGRAM2 THEN KEEPS THE           *
      * DEPARTMENT ALREADY ON THE MASTER, BUT ONE THAT IS KEYED MUST  *
      * BE ON FILE.  AN "S" ONLY EVER MOVES THE SALARY, SO A          *
      * DEPARTMENT KEYED ON ONE IS REJECTED RATHER THAN IGNORED --    *
      * A TRANSFER GOES IN ON AN "A" RECORD OR THROUGH EMPMAINT.      *
      *****************************************************************
       EDIT-DEPT-PARA.
           IF IN-RECORD-DEPT = SPACES
               IF IN-RECORD-TYPE = "A"
                   MOVE "DP" TO REJ-REASON(6)
                   MOVE 0 TO RECORD-GOOD-SWITCH
               END-IF
           ELSE
               IF IN-RECORD-TYPE = "S"
                   MOVE "DP" TO REJ-REASON(6)
                   MOVE 0 TO RECORD-GOOD-SWITCH
               ELSE
                   PERFORM FIND-DEPT-PARA
                   IF NOT DEPT-FOUND
                       MOVE "DP" TO REJ-REASON(6)
                       MOVE 0 TO RECORD-GOOD-SWITCH
                   END-IF
               END-IF
           END-IF.

       FIND-DEPT-PARA.
           MOVE 0 TO DEPT-FOUND-SWITCH.
           MOVE 1 TO DEPT-INDEX.
           PERFORM SCAN-DEPT-PARA
               UNTIL DEPT-FOUND OR DEPT-INDEX > DEPT-COUNT.

       SCAN-DEPT-PARA.
           IF TBL-DEPT-CODE(DEPT-INDEX) = IN-RECORD-DEPT
               MOVE 1 TO DEPT-FOUND-SWITCH
           ELSE
               ADD 1 TO DEPT-INDEX
           END-IF.

      *****************************************************************
      * CHECK THAT DATE-UNDER-TEST (YYYYMMDD) IS A REAL CALENDAR      *
      * DATE -- MONTH 1-12, DAY WITHIN THE MONTH, FEBRUARY 29 ONLY    *
           MOVE REJ-REASON-CODES TO RDL-REASONS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.

      *****************************************************************
      * THE EDIT CONTROL RECORD IS STAMPED WITH THE BUSINESS          *
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

       WRITE-EDIT-CONTROL-PARA.
           MOVE PROCESS-DATE     TO ECL-PROCESS-DATE.
           MOVE RUN-DATE         TO ECL-RUN-DATE.
           MOVE RECORDS-READ     TO ECL-READ.
           MOVE RECORDS-RECYCLED TO ECL-RECYCLED.
           MOVE RECORDS-ACCEPTED TO ECL-ACCEPTED.
           MOVE RECORDS-REJECTED TO ECL-REJECTED.
           OPEN OUTPUT EDIT-CONTROL-FILE.
           IF EDIT-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EDITCTL.DAT: "
                   EDIT-CONTROL-STATUS
           ELSE
               WRITE EDIT-CONTROL-RECORD
               IF EDIT-CONTROL-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING EDITCTL.DAT: "
                       EDIT-CONTROL-STATUS
               END-IF
               CLOSE EDIT-CONTROL-FILE
           END-IF.

       TERMINATE-PARA.
           PERFORM WRITE-EDIT-CONTROL-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS READ:     " TO RCL-LABEL.
