      *   SA - SALARY OUTSIDE THE PAY BANDS                           *
      *   EN - EMPLOYEE NUMBER ZERO, OR NOT ON THE MASTER FOR "S"     *
      *   LD - LEAVING DATE MISSING/PRESENT WRONGLY, BAD, OR FUTURE   *
      *   DP - DEPARTMENT MISSING ON "A", NOT ON DEPTREF.DAT, OR      *
      *        KEYED ON AN "S"                                        *
      *****************************************************************
       ENVIRONMENT DIVISION.

               ALTERNATE RECORD KEY IS EMPLOYEE-NAME-M
                   WITH DUPLICATES
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT DEPT-REF-FILE ASSIGN "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    REJECT FILE -- LAYOUT MATCHES THE RECORD INPUTEDIT WRITES
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           03  REJ-INPUT-RECORD   PIC X(54).
           03  REJ-REASON-CODES.
               05  REJ-REASON OCCURS 6 TIMES PIC X(2).
           03  REJ-DATE           PIC 9(8).
      *    RECYCLE FILE -- CORRECTED RECORDS FOR THE NEXT EDIT RUN
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD         PIC X(54).
      *    AGING REPORT -- REJECTS OUTSTANDING MORE THAN FIVE DAYS
       FD  AGE-REPORT.
       01  REPORT-LINE            PIC X(80).
               05  EMPLOYEE-LEAVE-YEAR-M  PIC 9(4).
               05  EMPLOYEE-LEAVE-MONTH-M PIC 9(2).
               05  EMPLOYEE-LEAVE-DAY-M   PIC 9(2).
           03  EMPLOYEE-DEPT-M          PIC X(4).
      *    DEPARTMENT REFERENCE FILE -- READ ONLY, TO PROVE THE
      *    DEPARTMENT CODE AS INPUTEDIT DOES
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
       01  REJECT-STATUS PIC X(2) VALUE SPACES.
       01  EMPLOYEE-MASTER-STATUS PIC X(2) VALUE SPACES.
        88 EMPLOYEE-MASTER-OK VALUE "00".

       01  DEPT-REF-STATUS PIC X(2) VALUE SPACES.

       01  MASTER-OPEN-SWITCH PIC 9 VALUE 0.
        88 MASTER-OPEN VALUE 1.

       01  DEPT-EOF-SWITCH PIC 9 VALUE 0.
        88 DEPT-EOF VALUE 1.

       01  DEPT-FOUND-SWITCH PIC 9 VALUE 0.
        88 DEPT-FOUND VALUE 1.

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.

         05 WRK-RECORD-LEAVE-YEAR  PIC 9(4).
         05 WRK-RECORD-LEAVE-MONTH PIC 9(2).
         05 WRK-RECORD-LEAVE-DAY   PIC 9(2).
        03 WRK-RECORD-DEPT     PIC X(4).

       01  WORK-REASON-CODES.
        03 WORK-REASON OCCURS 6 TIMES PIC X(2).

      *    PAY BANDS -- MUST MATCH THE LIMITS INPUTEDIT APPLIES
       01  PAY-BAND-LIMITS.
        03 NEW-SALARY-IN  PIC 9(5)V9(2).
        03 NEW-EMP-NO-IN  PIC 9(6).
        03 NEW-LEAVE-IN   PIC 9(8).
        03 NEW-DEPT-IN    PIC X(4).

       01  REJECT-TABLE.
        03 REJECT-ENTRY OCCURS 1 TO 500 TIMES
            DEPENDING ON REJECT-COUNT.
         05 REJT-RECORD   PIC X(54).
         05 REJT-REASONS  PIC X(12).
         05 REJT-DATE     PIC 9(8).
         05 REJT-RESOLVED PIC 9(1).

       01  DEPT-COUNT PIC 9(3) VALUE 0.
       01  DEPT-INDEX PIC 9(3) VALUE 0.

      *    DEPARTMENT CODES ON DEPTREF.DAT, LOADED AT START-UP
       01  DEPT-TABLE.
        03 DEPT-ENTRY OCCURS 1 TO 200 TIMES
            DEPENDING ON DEPT-COUNT.
         05 TBL-DEPT-CODE PIC X(4).

       01  REPORT-HEADING-LINE.
           03  FILLER   PIC X(33)
               VALUE "OUTSTANDING REJECT AGING -- RUN  ".
               STOP RUN
           END-IF.
           DISPLAY "REJECTS ON FILE: " REJECT-COUNT.
      *    THE SAME DEPARTMENT TABLE INPUTEDIT PROVES CODES AGAINST
           MOVE 0 TO DEPT-COUNT.
           OPEN INPUT DEPT-REF-FILE.
           IF DEPT-REF-STATUS = "00"
               PERFORM LOAD-DEPT-PARA UNTIL DEPT-EOF
               CLOSE DEPT-REF-FILE
           ELSE
               DISPLAY "DEPTREF.DAT NOT AVAILABLE: " DEPT-REF-STATUS
               DISPLAY "DEPARTMENT CODES WILL FAIL THE EDITS"
           END-IF.
           IF REJECT-COUNT = 0
               MOVE 1 TO REVIEW-DONE-SWITCH
           ELSE
                   END-IF
           END-READ.

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

       REVIEW-REJECT-PARA.
           DISPLAY "B=BACK  F=FORWARD  C=CORRECT  D=DONE"
           MOVE SPACES TO REVIEW-COMMAND.
           DISPLAY "SALARY:  " WRK-RECORD-SALARY
           DISPLAY "EMP NO:  " WRK-RECORD-EMP-NO
           DISPLAY "LEAVING: " WRK-RECORD-LEAVE-DATE
           DISPLAY "DEPT:    " WRK-RECORD-DEPT
           PERFORM COMPUTE-AGE-PARA
           DISPLAY "REJECTED " REJT-DATE(REVIEW-INDEX)
               " - " AGE-DAYS " DAYS AGO"

       DISPLAY-REASONS-PARA.
           MOVE 1 TO REASON-INDEX.
           PERFORM SPELL-REASON-PARA UNTIL REASON-INDEX > 6.

       SPELL-REASON-PARA.
           EVALUATE WORK-REASON(REASON-INDEX)
                   DISPLAY "EN - EMPLOYEE NUMBER ZERO OR NOT ON FILE"
               WHEN "LD"
                   DISPLAY "LD - LEAVING DATE MISSING, BAD, OR FUTURE"
               WHEN "DP"
                   DISPLAY "DP - DEPARTMENT MISSING OR NOT ON FILE"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               ACCEPT NEW-LEAVE-IN
               MOVE NEW-LEAVE-IN TO WRK-RECORD-LEAVE-DATE
           END-IF.
           IF WORK-REASON(6) NOT = SPACES
               DISPLAY "ENTER DEPARTMENT CODE (SPACES IF NONE)"
               MOVE SPACES TO NEW-DEPT-IN
               ACCEPT NEW-DEPT-IN
               MOVE NEW-DEPT-IN TO WRK-RECORD-DEPT
           END-IF.
           PERFORM EDIT-WORK-RECORD-PARA.
           IF RECORD-GOOD
               WRITE RECYCLE-RECORD FROM WORK-RECORD
           PERFORM EDIT-EMP-NO-PARA.
           PERFORM EDIT-SALARY-CHANGE-PARA.
           PERFORM EDIT-LEAVE-DATE-PARA.
           PERFORM EDIT-DEPT-PARA.

       EDIT-RECORD-TYPE-PARA.
           IF WRK-RECORD-TYPE NOT = "A" AND WRK-RECORD-TYPE NOT = "T"
               END-IF
           END-IF.

       EDIT-DEPT-PARA.
           IF WRK-RECORD-DEPT = SPACES
               IF WRK-RECORD-TYPE = "A"
                   MOVE "DP" TO WORK-REASON(6)
                   MOVE 0 TO RECORD-GOOD-SWITCH
               END-IF
           ELSE
               IF WRK-RECORD-TYPE = "S"
                   MOVE "DP" TO WORK-REASON(6)
                   MOVE 0 TO RECORD-GOOD-SWITCH
               ELSE
                   PERFORM FIND-DEPT-PARA
                   IF NOT DEPT-FOUND
                       MOVE "DP" TO WORK-REASON(6)
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
           IF TBL-DEPT-CODE(DEPT-INDEX) = WRK-RECORD-DEPT
               MOVE 1 TO DEPT-FOUND-SWITCH
           ELSE
               ADD 1 TO DEPT-INDEX
           END-IF.

       CHECK-DATE-PARA.
           MOVE 1 TO DATE-GOOD-SWITCH.
           IF DUT-YEAR < 1900 OR DUT-YEAR > 2099
