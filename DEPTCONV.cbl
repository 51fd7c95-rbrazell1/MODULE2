       IDENTIFICATION DIVISION.
       PROGRAM-ID.              DEPTCONV.
       AUTHOR.                  RUSSELL BRAZELL.
       INSTALLATION.            HOME DESKTOP.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.           10/15/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * ONE-TIME CUTOVER CONVERSION FOR THE DEPARTMENT CODE.  THE     *
      * EMPLOYEE RECORD GREW FROM 42 TO 46 BYTES WHEN EMPLOYEE-DEPT-M *
      * WAS ADDED, AND EVERY FILE THAT CARRIES AN EMPLOYEE OR INPUT   *
      * IMAGE GREW WITH IT -- THE PROGRAMS THAT READ THE NEW LAYOUT   *
      * CANNOT OPEN THE OLD FILES.  THIS JOB REWRITES, IN THE NEW     *
      * LAYOUT:                                                       *
      *    EMPLOYEE.DAT   42 TO  46 BYTES (VIA DPCEMP.DAT)            *
      *    AUDIT.DAT     113 TO 121 BYTES (VIA DPCAUD.DAT)            *
      *    REJECTS.DAT    68 TO  74 BYTES (VIA DPCREJ.DAT)            *
      *    EMPARCH.DAT    50 TO  54 BYTES (VIA DPCARC.DAT)            *
      *    RECYCLE.DAT    50 TO  54 BYTES (VIA DPCRCY.DAT)            *
      * HISTORY IMAGES, REJECTS AND RECYCLED CORRECTIONS CARRY NO     *
      * DEPARTMENT, AND REJECTS GAIN AN EMPTY SIXTH REASON SLOT.      *
      * EXISTING EMPLOYEES ARE GIVEN THE DEFAULT DEPARTMENT KEYED AT  *
      * THE PROMPT, WHICH MUST ALREADY BE ON DEPTREF.DAT (SET UP      *
      * THROUGH DEPTMNT FIRST), OR NONE IF LEFT BLANK.  WHEN A        *
      * DEFAULT IS GIVEN EACH EMPLOYEE ALSO GETS A "C" AUDIT RECORD   *
      * SIGNED *CONV* SO THE MASTER STILL AGREES WITH ITS LAST AUDIT  *
      * AFTER-IMAGE.  REAL DEPARTMENTS ARE THEN SET THROUGH EMPMAINT. *
      *                                                               *
      * RUN THIS EXACTLY ONCE, AT CUTOVER, BETWEEN CYCLES (AFTER      *
      * PROGRAM2, SO VALIDFILE.DAT IS SPENT) AND BEFORE ANY PROGRAM   *
      * OPENS THESE FILES IN THE NEW LAYOUT.  A SECOND RUN WOULD      *
      * MISREAD THE ALREADY-CONVERTED RECORDS.  EVERY FILE IS COPIED  *
      * OUT BEFORE ANY IS REWRITTEN, SO A FAILURE IN THE FIRST PASS   *
      * LEAVES THEM ALL UNTOUCHED.  A FILE NOT ON DISK IS SKIPPED.    *
      * THE WORK FILES CAN BE KEPT AS THE FALLBACK COPIES.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-370.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN "EMPLOYEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-EMPLOYEE-NO
           ALTERNATE RECORD KEY IS OLD-EMPLOYEE-NAME WITH DUPLICATES
           FILE STATUS IS OLD-MASTER-STATUS.
           SELECT NEW-MASTER ASSIGN "EMPLOYEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NEW-EMPLOYEE-NO
           ALTERNATE RECORD KEY IS NEW-EMPLOYEE-NAME WITH DUPLICATES
           FILE STATUS IS NEW-MASTER-STATUS.
           SELECT OLD-AUDIT-FILE ASSIGN "AUDIT.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS OLD-AUDIT-STATUS.
           SELECT NEW-AUDIT-FILE ASSIGN "AUDIT.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS NEW-AUDIT-STATUS.
           SELECT OLD-REJECT-FILE ASSIGN "REJECTS.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS OLD-REJECT-STATUS.
           SELECT NEW-REJECT-FILE ASSIGN "REJECTS.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS NEW-REJECT-STATUS.
           SELECT OLD-ARCHIVE-FILE ASSIGN "EMPARCH.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS OLD-ARCHIVE-STATUS.
           SELECT NEW-ARCHIVE-FILE ASSIGN "EMPARCH.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS NEW-ARCHIVE-STATUS.
           SELECT OLD-RECYCLE-FILE ASSIGN "RECYCLE.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS OLD-RECYCLE-STATUS.
           SELECT NEW-RECYCLE-FILE ASSIGN "RECYCLE.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS NEW-RECYCLE-STATUS.
           SELECT EMPLOYEE-WORK ASSIGN "DPCEMP.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS EMPLOYEE-WORK-STATUS.
           SELECT AUDIT-WORK ASSIGN "DPCAUD.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS AUDIT-WORK-STATUS.
           SELECT REJECT-WORK ASSIGN "DPCREJ.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS REJECT-WORK-STATUS.
           SELECT ARCHIVE-WORK ASSIGN "DPCARC.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ARCHIVE-WORK-STATUS.
           SELECT RECYCLE-WORK ASSIGN "DPCRCY.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS RECYCLE-WORK-STATUS.
           SELECT DEPT-REF-FILE ASSIGN "DEPTREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPT-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE EMPLOYEE MASTER AS IT STOOD BEFORE THE DEPARTMENT CODE
       FD  OLD-MASTER
       01  OLD-MASTER-RECORD
        03 OLD-EMPLOYEE-TYPE     PIC 9(1).
        03 OLD-EMPLOYEE-NAME     PIC X(20).
        03 OLD-EMPLOYEE-SALARY   PIC 9(5)V9(2).
        03 OLD-EMPLOYEE-NO       PIC 9(6).
        03 OLD-LEAVING-DATE      PIC 9(8).
      *    THE EMPLOYEE MASTER IN THE CURRENT LAYOUT
       FD  NEW-MASTER
       01  NEW-MASTER-RECORD
        03 NEW-EMPLOYEE-TYPE     PIC 9(1).
        03 NEW-EMPLOYEE-NAME     PIC X(20).
        03 NEW-EMPLOYEE-SALARY   PIC 9(5)V9(2).
        03 NEW-EMPLOYEE-NO       PIC 9(6).
        03 NEW-LEAVING-DATE      PIC 9(8).
        03 NEW-EMPLOYEE-DEPT     PIC X(4).
      *    THE AUDIT FILE AS IT STOOD BEFORE THE DEPARTMENT CODE
       FD  OLD-AUDIT-FILE
       01  OLD-AUDIT-RECORD
        03 OLD-RUN-DATE     PIC 9(8).
        03 OLD-ACTION       PIC X.
        03 OLD-AUD-EMP-NO   PIC 9(6).
        03 OLD-BEFORE-IMAGE PIC X(42).
        03 OLD-AFTER-IMAGE  PIC X(42).
        03 OLD-OPERATOR     PIC X(8).
        03 OLD-TIME         PIC 9(6).
      *    THE AUDIT FILE IN THE CURRENT LAYOUT
       FD  NEW-AUDIT-FILE
       01  NEW-AUDIT-RECORD
        03 NEW-RUN-DATE     PIC 9(8).
        03 NEW-ACTION       PIC X.
        03 NEW-AUD-EMP-NO   PIC 9(6).
        03 NEW-BEFORE-IMAGE PIC X(46).
        03 NEW-AFTER-IMAGE  PIC X(46).
        03 NEW-OPERATOR     PIC X(8).
        03 NEW-TIME         PIC 9(6).
      *    REJECTS AS THEY STOOD -- 50-BYTE INPUT IMAGE, FIVE REASONS
       FD  OLD-REJECT-FILE
       01  OLD-REJECT-RECORD
        03 OLD-REJ-RECORD   PIC X(50).
        03 OLD-REJ-REASONS  PIC X(10).
        03 OLD-REJ-DATE     PIC 9(8).
      *    REJECTS IN THE CURRENT LAYOUT -- 54-BYTE IMAGE, SIX REASONS
       FD  NEW-REJECT-FILE
       01  NEW-REJECT-RECORD
        03 NEW-REJ-RECORD   PIC X(54).
        03 NEW-REJ-REASONS  PIC X(12).
        03 NEW-REJ-DATE     PIC 9(8).
      *    PURGED-EMPLOYEE ARCHIVE, BEFORE AND AFTER
       FD  OLD-ARCHIVE-FILE
       01  OLD-ARCHIVE-RECORD
        03 OLD-ARCH-EMPLOYEE PIC X(42).
        03 OLD-ARCH-PURGED   PIC 9(8).
       FD  NEW-ARCHIVE-FILE
       01  NEW-ARCHIVE-RECORD
        03 NEW-ARCH-EMPLOYEE PIC X(46).
        03 NEW-ARCH-PURGED   PIC 9(8).
      *    RECYCLED CORRECTIONS, BEFORE AND AFTER
       FD  OLD-RECYCLE-FILE
       01  OLD-RECYCLE-RECORD PIC X(50).
       FD  NEW-RECYCLE-FILE
       01  NEW-RECYCLE-RECORD PIC X(54).
      *    INTERMEDIATE COPIES -- OLD CONTENT IN THE NEW LAYOUTS
       FD  EMPLOYEE-WORK
       01  EMPLOYEE-WORK-RECORD PIC X(46).
       FD  AUDIT-WORK
       01  AUDIT-WORK-RECORD    PIC X(121).
       FD  REJECT-WORK
       01  REJECT-WORK-RECORD   PIC X(74).
       FD  ARCHIVE-WORK
       01  ARCHIVE-WORK-RECORD  PIC X(54).
       FD  RECYCLE-WORK
       01  RECYCLE-WORK-RECORD  PIC X(54).
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

       WORKING-STORAGE SECTION.
       01  OLD-MASTER-STATUS PIC X(02) VALUE SPACES.
        88 OLD-MASTER-OK VALUE "00".
       01  NEW-MASTER-STATUS PIC X(02) VALUE SPACES.
       01  OLD-AUDIT-STATUS PIC X(02) VALUE SPACES.
        88 OLD-AUDIT-OK VALUE "00".
       01  NEW-AUDIT-STATUS PIC X(02) VALUE SPACES.
        88 NEW-AUDIT-NOT-FOUND VALUE "35".
       01  OLD-REJECT-STATUS PIC X(02) VALUE SPACES.
        88 OLD-REJECT-OK VALUE "00".
       01  NEW-REJECT-STATUS PIC X(02) VALUE SPACES.
       01  OLD-ARCHIVE-STATUS PIC X(02) VALUE SPACES.
        88 OLD-ARCHIVE-OK VALUE "00".
       01  NEW-ARCHIVE-STATUS PIC X(02) VALUE SPACES.
       01  OLD-RECYCLE-STATUS PIC X(02) VALUE SPACES.
        88 OLD-RECYCLE-OK VALUE "00".
       01  NEW-RECYCLE-STATUS PIC X(02) VALUE SPACES.
       01  EMPLOYEE-WORK-STATUS PIC X(02) VALUE SPACES.
       01  AUDIT-WORK-STATUS PIC X(02) VALUE SPACES.
       01  REJECT-WORK-STATUS PIC X(02) VALUE SPACES.
       01  ARCHIVE-WORK-STATUS PIC X(02) VALUE SPACES.
       01  RECYCLE-WORK-STATUS PIC X(02) VALUE SPACES.
       01  DEPT-REF-STATUS PIC X(02) VALUE SPACES.
        88 DEPT-REF-OK VALUE "00".

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.

      *    WHICH FILES WERE ON DISK AND WENT THROUGH THE FIRST PASS
       01  FILE-PRESENT-SWITCHES.
        03 EMPLOYEE-SWITCH PIC 9 VALUE 0.
         88 EMPLOYEE-PRESENT VALUE 1.
        03 AUDIT-SWITCH    PIC 9 VALUE 0.
         88 AUDIT-PRESENT VALUE 1.
        03 REJECT-SWITCH   PIC 9 VALUE 0.
         88 REJECT-PRESENT VALUE 1.
        03 ARCHIVE-SWITCH  PIC 9 VALUE 0.
         88 ARCHIVE-PRESENT VALUE 1.
        03 RECYCLE-SWITCH  PIC 9 VALUE 0.
         88 RECYCLE-PRESENT VALUE 1.

       01  DEPT-FOUND-SWITCH PIC 9 VALUE 0.
        88 DEPT-FOUND VALUE 1.

       01  CONVERT-COUNTS.
        03 EMPLOYEES-READ    PIC 9(6) VALUE 0.
        03 EMPLOYEES-WRITTEN PIC 9(6) VALUE 0.
        03 AUDITS-READ       PIC 9(6) VALUE 0.
        03 AUDITS-WRITTEN    PIC 9(6) VALUE 0.
        03 AUDITS-ADDED      PIC 9(6) VALUE 0.
        03 REJECTS-READ      PIC 9(6) VALUE 0.
        03 REJECTS-WRITTEN   PIC 9(6) VALUE 0.
        03 ARCHIVES-READ     PIC 9(6) VALUE 0.
        03 ARCHIVES-WRITTEN  PIC 9(6) VALUE 0.
        03 RECYCLES-READ     PIC 9(6) VALUE 0.
        03 RECYCLES-WRITTEN  PIC 9(6) VALUE 0.

       01  CONFIRM-ANSWER PIC X(1).
       01  DEFAULT-DEPT   PIC X(4) VALUE SPACES.

       01  RUN-DATE        PIC 9(8).
       01  TIME-OF-DAY-RAW PIC 9(8).
       01  TIME-OF-DAY     PIC 9(6).
       01  CONVERT-OPERATOR PIC X(8) VALUE "*CONV*  ".

      *    THE PRE-CONVERSION IMAGE OF AN EMPLOYEE, FOR THE AUDIT
      *    RECORD THAT SHOWS THE DEFAULT DEPARTMENT BEING SET
       01  BEFORE-IMAGE.
        03 BEFORE-EMPLOYEE PIC X(42).
        03 BEFORE-DEPT     PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM CONVERT-EMPLOYEE-PARA THRU CONVERT-EMPLOYEE-EXIT.
           PERFORM CONVERT-AUDIT-PARA THRU CONVERT-AUDIT-EXIT.
           PERFORM CONVERT-REJECT-PARA THRU CONVERT-REJECT-EXIT.
           PERFORM CONVERT-ARCHIVE-PARA THRU CONVERT-ARCHIVE-EXIT.
           PERFORM CONVERT-RECYCLE-PARA THRU CONVERT-RECYCLE-EXIT.
           IF AUDIT-PRESENT
               PERFORM COPY-BACK-AUDIT-PARA
           END-IF.
           IF EMPLOYEE-PRESENT
               PERFORM COPY-BACK-EMPLOYEE-PARA
           END-IF.
           IF REJECT-PRESENT
               PERFORM COPY-BACK-REJECT-PARA
           END-IF.
           IF ARCHIVE-PRESENT
               PERFORM COPY-BACK-ARCHIVE-PARA
           END-IF.
           IF RECYCLE-PRESENT
               PERFORM COPY-BACK-RECYCLE-PARA
           END-IF.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           DISPLAY "DEPARTMENT CODE CUTOVER CONVERSION".
           DISPLAY "RUN ONCE ONLY, BETWEEN CYCLES, BEFORE THE NEW".
           DISPLAY "PROGRAMS OPEN EMPLOYEE.DAT, AUDIT.DAT,".
           DISPLAY "REJECTS.DAT, EMPARCH.DAT OR RECYCLE.DAT.".
           DISPLAY "A SECOND RUN CORRUPTS THEM.".
           DISPLAY "PROCEED? (Y/N)".
           MOVE SPACES TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.
           DISPLAY "DEFAULT DEPARTMENT FOR EXISTING EMPLOYEES".
           DISPLAY "(SPACES = LEAVE THEM WITHOUT A DEPARTMENT)".
           MOVE SPACES TO DEFAULT-DEPT.
           ACCEPT DEFAULT-DEPT.
           IF DEFAULT-DEPT NOT = SPACES
               PERFORM CHECK-DEFAULT-DEPT-PARA
               IF NOT DEPT-FOUND
                   DISPLAY "DEPARTMENT " DEFAULT-DEPT
                       " NOT ON DEPTREF.DAT - ADD IT THROUGH DEPTMNT"
                   DISPLAY "NOTHING CONVERTED"
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-RAW FROM TIME.
           MOVE TIME-OF-DAY-RAW(1:6) TO TIME-OF-DAY.

       CHECK-DEFAULT-DEPT-PARA.
           MOVE 0 TO DEPT-FOUND-SWITCH.
           OPEN INPUT DEPT-REF-FILE.
           IF DEPT-REF-OK
               MOVE 0 TO END-OF-FILE-SWITCH
               PERFORM SCAN-DEPT-REF-PARA
                   UNTIL END-OF-FILE OR DEPT-FOUND
               CLOSE DEPT-REF-FILE
           END-IF.

       SCAN-DEPT-REF-PARA.
           READ DEPT-REF-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF DEPT-CODE = DEFAULT-DEPT
                       MOVE 1 TO DEPT-FOUND-SWITCH
                   END-IF
           END-READ.

      *****************************************************************
      * PASS 1 -- EACH FILE ON DISK GOES TO ITS WORK FILE IN THE NEW  *
      * LAYOUT.  ANY FAILURE HERE STOPS THE RUN BEFORE A SINGLE LIVE  *
      * FILE HAS BEEN REWRITTEN.                                      *
      *****************************************************************
       CONVERT-EMPLOYEE-PARA.
           OPEN INPUT OLD-MASTER.
           IF NOT OLD-MASTER-OK
               DISPLAY "EMPLOYEE.DAT NOT ON FILE - SKIPPED"
               GO TO CONVERT-EMPLOYEE-EXIT
           END-IF.
           OPEN OUTPUT EMPLOYEE-WORK.
           IF EMPLOYEE-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DPCEMP.DAT: " EMPLOYEE-WORK-STATUS
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.
           MOVE 1 TO EMPLOYEE-SWITCH.
           MOVE 0 TO END-OF-FILE-SWITCH.
           PERFORM CONVERT-ONE-EMPLOYEE-PARA UNTIL END-OF-FILE.
           CLOSE OLD-MASTER EMPLOYEE-WORK.

       CONVERT-EMPLOYEE-EXIT.
           EXIT.

       CONVERT-ONE-EMPLOYEE-PARA.
           READ OLD-MASTER NEXT
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO EMPLOYEES-READ
                   MOVE OLD-EMPLOYEE-TYPE   TO NEW-EMPLOYEE-TYPE
                   MOVE OLD-EMPLOYEE-NAME   TO NEW-EMPLOYEE-NAME
                   MOVE OLD-EMPLOYEE-SALARY TO NEW-EMPLOYEE-SALARY
                   MOVE OLD-EMPLOYEE-NO     TO NEW-EMPLOYEE-NO
                   MOVE OLD-LEAVING-DATE    TO NEW-LEAVING-DATE
                   MOVE DEFAULT-DEPT        TO NEW-EMPLOYEE-DEPT
                   WRITE EMPLOYEE-WORK-RECORD FROM NEW-MASTER-RECORD
                   IF EMPLOYEE-WORK-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING DPCEMP.DAT: "
                           EMPLOYEE-WORK-STATUS
                       DISPLAY "CONVERSION ABANDONED - FILES UNTOUCHED"
                       STOP RUN
                   END-IF
           END-READ.

       CONVERT-AUDIT-PARA.
           OPEN INPUT OLD-AUDIT-FILE.
           IF NOT OLD-AUDIT-OK
               DISPLAY "AUDIT.DAT NOT ON FILE - SKIPPED"
               GO TO CONVERT-AUDIT-EXIT
           END-IF.
           OPEN OUTPUT AUDIT-WORK.
           IF AUDIT-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DPCAUD.DAT: " AUDIT-WORK-STATUS
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.
           MOVE 1 TO AUDIT-SWITCH.
           MOVE 0 TO END-OF-FILE-SWITCH.
           PERFORM CONVERT-ONE-AUDIT-PARA UNTIL END-OF-FILE.
           CLOSE OLD-AUDIT-FILE AUDIT-WORK.

       CONVERT-AUDIT-EXIT.
           EXIT.

      *    AN IMAGE OF ALL SPACES (THE BEFORE-IMAGE OF AN ADD, THE
      *    AFTER-IMAGE OF A DELETE) STAYS ALL SPACES.
       CONVERT-ONE-AUDIT-PARA.
           READ OLD-AUDIT-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO AUDITS-READ
                   MOVE OLD-RUN-DATE     TO NEW-RUN-DATE
                   MOVE OLD-ACTION       TO NEW-ACTION
                   MOVE OLD-AUD-EMP-NO   TO NEW-AUD-EMP-NO
                   MOVE OLD-BEFORE-IMAGE TO NEW-BEFORE-IMAGE
                   MOVE OLD-AFTER-IMAGE  TO NEW-AFTER-IMAGE
                   MOVE OLD-OPERATOR     TO NEW-OPERATOR
                   MOVE OLD-TIME         TO NEW-TIME
                   WRITE AUDIT-WORK-RECORD FROM NEW-AUDIT-RECORD
                   IF AUDIT-WORK-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING DPCAUD.DAT: "
                           AUDIT-WORK-STATUS
                       DISPLAY "CONVERSION ABANDONED - FILES UNTOUCHED"
                       STOP RUN
                   END-IF
           END-READ.

       CONVERT-REJECT-PARA.
           OPEN INPUT OLD-REJECT-FILE.
           IF NOT OLD-REJECT-OK
               DISPLAY "REJECTS.DAT NOT ON FILE - SKIPPED"
               GO TO CONVERT-REJECT-EXIT
           END-IF.
           OPEN OUTPUT REJECT-WORK.
           IF REJECT-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DPCREJ.DAT: " REJECT-WORK-STATUS
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.
           MOVE 1 TO REJECT-SWITCH.
           MOVE 0 TO END-OF-FILE-SWITCH.
           PERFORM CONVERT-ONE-REJECT-PARA UNTIL END-OF-FILE.
           CLOSE OLD-REJECT-FILE REJECT-WORK.

       CONVERT-REJECT-EXIT.
           EXIT.

       CONVERT-ONE-REJECT-PARA.
           READ OLD-REJECT-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO REJECTS-READ
                   MOVE OLD-REJ-RECORD  TO NEW-REJ-RECORD
                   MOVE OLD-REJ-REASONS TO NEW-REJ-REASONS
                   MOVE OLD-REJ-DATE    TO NEW-REJ-DATE
                   WRITE REJECT-WORK-RECORD FROM NEW-REJECT-RECORD
                   IF REJECT-WORK-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING DPCREJ.DAT: "
                           REJECT-WORK-STATUS
                       DISPLAY "CONVERSION ABANDONED - FILES UNTOUCHED"
                       STOP RUN
                   END-IF
           END-READ.

       CONVERT-ARCHIVE-PARA.
           OPEN INPUT OLD-ARCHIVE-FILE.
           IF NOT OLD-ARCHIVE-OK
               DISPLAY "EMPARCH.DAT NOT ON FILE - SKIPPED"
               GO TO CONVERT-ARCHIVE-EXIT
           END-IF.
           OPEN OUTPUT ARCHIVE-WORK.
           IF ARCHIVE-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DPCARC.DAT: " ARCHIVE-WORK-STATUS
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.
           MOVE 1 TO ARCHIVE-SWITCH.
           MOVE 0 TO END-OF-FILE-SWITCH.
           PERFORM CONVERT-ONE-ARCHIVE-PARA UNTIL END-OF-FILE.
           CLOSE OLD-ARCHIVE-FILE ARCHIVE-WORK.

       CONVERT-ARCHIVE-EXIT.
           EXIT.

       CONVERT-ONE-ARCHIVE-PARA.
           READ OLD-ARCHIVE-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO ARCHIVES-READ
                   MOVE OLD-ARCH-EMPLOYEE TO NEW-ARCH-EMPLOYEE
                   MOVE OLD-ARCH-PURGED   TO NEW-ARCH-PURGED
                   WRITE ARCHIVE-WORK-RECORD FROM NEW-ARCHIVE-RECORD
                   IF ARCHIVE-WORK-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING DPCARC.DAT: "
                           ARCHIVE-WORK-STATUS
                       DISPLAY "CONVERSION ABANDONED - FILES UNTOUCHED"
                       STOP RUN
                   END-IF
           END-READ.

       CONVERT-RECYCLE-PARA.
           OPEN INPUT OLD-RECYCLE-FILE.
           IF NOT OLD-RECYCLE-OK
               DISPLAY "RECYCLE.DAT NOT ON FILE - SKIPPED"
               GO TO CONVERT-RECYCLE-EXIT
           END-IF.
           OPEN OUTPUT RECYCLE-WORK.
           IF RECYCLE-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DPCRCY.DAT: " RECYCLE-WORK-STATUS
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.
           MOVE 1 TO RECYCLE-SWITCH.
           MOVE 0 TO END-OF-FILE-SWITCH.
           PERFORM CONVERT-ONE-RECYCLE-PARA UNTIL END-OF-FILE.
           CLOSE OLD-RECYCLE-FILE RECYCLE-WORK.

       CONVERT-RECYCLE-EXIT.
           EXIT.

       CONVERT-ONE-RECYCLE-PARA.
           READ OLD-RECYCLE-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO RECYCLES-READ
                   MOVE OLD-RECYCLE-RECORD TO RECYCLE-WORK-RECORD
                   WRITE RECYCLE-WORK-RECORD
                   IF RECYCLE-WORK-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING DPCRCY.DAT: "
                           RECYCLE-WORK-STATUS
                       DISPLAY "CONVERSION ABANDONED - FILES UNTOUCHED"
                       STOP RUN
                   END-IF
           END-READ.

      *****************************************************************
      * PASS 2 -- EACH LIVE FILE IS RECREATED FROM ITS WORK FILE.     *
      * AUDIT.DAT GOES FIRST SO THE EMPLOYEE COPY-BACK CAN APPEND THE *
      * DEFAULT-DEPARTMENT CHANGES BEHIND THE CONVERTED HISTORY.      *
      *****************************************************************
       COPY-BACK-AUDIT-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT AUDIT-WORK.
           OPEN OUTPUT NEW-AUDIT-FILE.
           IF NEW-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDIT.DAT: " NEW-AUDIT-STATUS
               DISPLAY "RELOAD AUDIT.DAT FROM DPCAUD.DAT BY HAND"
               STOP RUN
           END-IF.
           PERFORM COPY-ONE-AUDIT-PARA UNTIL END-OF-FILE.
           CLOSE AUDIT-WORK NEW-AUDIT-FILE.

       COPY-ONE-AUDIT-PARA.
           READ AUDIT-WORK
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   WRITE NEW-AUDIT-RECORD FROM AUDIT-WORK-RECORD
                   IF NEW-AUDIT-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING AUDIT.DAT: "
                           NEW-AUDIT-STATUS
                       DISPLAY "RELOAD AUDIT.DAT FROM DPCAUD.DAT"
                       STOP RUN
                   END-IF
                   ADD 1 TO AUDITS-WRITTEN
           END-READ.

      *    THE MASTER IS RECREATED FROM A WORK FILE ALREADY IN KEY
      *    ORDER.  WITH A DEFAULT DEPARTMENT EACH EMPLOYEE'S CHANGE IS
      *    ALSO AUDITED, CREATING AUDIT.DAT IF THERE WAS NONE.
       COPY-BACK-EMPLOYEE-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT EMPLOYEE-WORK.
           OPEN OUTPUT NEW-MASTER.
           IF NEW-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE.DAT: " NEW-MASTER-STATUS
               DISPLAY "RELOAD EMPLOYEE.DAT FROM DPCEMP.DAT BY HAND"
               STOP RUN
           END-IF.
           IF DEFAULT-DEPT NOT = SPACES
               OPEN EXTEND NEW-AUDIT-FILE
               IF NEW-AUDIT-NOT-FOUND
                   OPEN OUTPUT NEW-AUDIT-FILE
               END-IF
           END-IF.
           PERFORM COPY-ONE-EMPLOYEE-PARA UNTIL END-OF-FILE.
           CLOSE EMPLOYEE-WORK NEW-MASTER.
           IF DEFAULT-DEPT NOT = SPACES
               CLOSE NEW-AUDIT-FILE
           END-IF.

       COPY-ONE-EMPLOYEE-PARA.
           READ EMPLOYEE-WORK
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   WRITE NEW-MASTER-RECORD FROM EMPLOYEE-WORK-RECORD
                   IF NEW-MASTER-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING EMPLOYEE.DAT: "
                           NEW-MASTER-STATUS
                       DISPLAY "RELOAD EMPLOYEE.DAT FROM DPCEMP.DAT"
                       STOP RUN
                   END-IF
                   ADD 1 TO EMPLOYEES-WRITTEN
                   IF DEFAULT-DEPT NOT = SPACES
                       PERFORM WRITE-CONVERT-AUDIT-PARA
                   END-IF
           END-READ.

       WRITE-CONVERT-AUDIT-PARA.
           MOVE EMPLOYEE-WORK-RECORD(1:42) TO BEFORE-EMPLOYEE.
           MOVE RUN-DATE             TO NEW-RUN-DATE.
           MOVE "C"                  TO NEW-ACTION.
           MOVE EMPLOYEE-WORK-RECORD(29:6) TO NEW-AUD-EMP-NO.
           MOVE BEFORE-IMAGE         TO NEW-BEFORE-IMAGE.
           MOVE EMPLOYEE-WORK-RECORD TO NEW-AFTER-IMAGE.
           MOVE CONVERT-OPERATOR     TO NEW-OPERATOR.
           MOVE TIME-OF-DAY          TO NEW-TIME.
           WRITE NEW-AUDIT-RECORD.
           IF NEW-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING AUDIT.DAT: " NEW-AUDIT-STATUS
           ELSE
               ADD 1 TO AUDITS-ADDED
           END-IF.

       COPY-BACK-REJECT-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT REJECT-WORK.
           OPEN OUTPUT NEW-REJECT-FILE.
           IF NEW-REJECT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECTS.DAT: " NEW-REJECT-STATUS
               DISPLAY "RELOAD REJECTS.DAT FROM DPCREJ.DAT BY HAND"
               STOP RUN
           END-IF.
           PERFORM COPY-ONE-REJECT-PARA UNTIL END-OF-FILE.
           CLOSE REJECT-WORK NEW-REJECT-FILE.

       COPY-ONE-REJECT-PARA.
           READ REJECT-WORK
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   WRITE NEW-REJECT-RECORD FROM REJECT-WORK-RECORD
                   IF NEW-REJECT-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING REJECTS.DAT: "
                           NEW-REJECT-STATUS
                       DISPLAY "RELOAD REJECTS.DAT FROM DPCREJ.DAT"
                       STOP RUN
                   END-IF
                   ADD 1 TO REJECTS-WRITTEN
           END-READ.

       COPY-BACK-ARCHIVE-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT ARCHIVE-WORK.
           OPEN OUTPUT NEW-ARCHIVE-FILE.
           IF NEW-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPARCH.DAT: " NEW-ARCHIVE-STATUS
               DISPLAY "RELOAD EMPARCH.DAT FROM DPCARC.DAT BY HAND"
               STOP RUN
           END-IF.
           PERFORM COPY-ONE-ARCHIVE-PARA UNTIL END-OF-FILE.
           CLOSE ARCHIVE-WORK NEW-ARCHIVE-FILE.

       COPY-ONE-ARCHIVE-PARA.
           READ ARCHIVE-WORK
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   WRITE NEW-ARCHIVE-RECORD FROM ARCHIVE-WORK-RECORD
                   IF NEW-ARCHIVE-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING EMPARCH.DAT: "
                           NEW-ARCHIVE-STATUS
                       DISPLAY "RELOAD EMPARCH.DAT FROM DPCARC.DAT"
                       STOP RUN
                   END-IF
                   ADD 1 TO ARCHIVES-WRITTEN
           END-READ.

       COPY-BACK-RECYCLE-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT RECYCLE-WORK.
           OPEN OUTPUT NEW-RECYCLE-FILE.
           IF NEW-RECYCLE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECYCLE.DAT: " NEW-RECYCLE-STATUS
               DISPLAY "RELOAD RECYCLE.DAT FROM DPCRCY.DAT BY HAND"
               STOP RUN
           END-IF.
           PERFORM COPY-ONE-RECYCLE-PARA UNTIL END-OF-FILE.
           CLOSE RECYCLE-WORK NEW-RECYCLE-FILE.

       COPY-ONE-RECYCLE-PARA.
           READ RECYCLE-WORK
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   WRITE NEW-RECYCLE-RECORD FROM RECYCLE-WORK-RECORD
                   IF NEW-RECYCLE-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING RECYCLE.DAT: "
                           NEW-RECYCLE-STATUS
                       DISPLAY "RELOAD RECYCLE.DAT FROM DPCRCY.DAT"
                       STOP RUN
                   END-IF
                   ADD 1 TO RECYCLES-WRITTEN
           END-READ.

       TERMINATE-PARA.
           DISPLAY "EMPLOYEES CONVERTED:  " EMPLOYEES-READ
               "  REWRITTEN: " EMPLOYEES-WRITTEN.
           DISPLAY "AUDITS CONVERTED:     " AUDITS-READ
               "  REWRITTEN: " AUDITS-WRITTEN
               "  ADDED: " AUDITS-ADDED.
           DISPLAY "REJECTS CONVERTED:    " REJECTS-READ
               "  REWRITTEN: " REJECTS-WRITTEN.
           DISPLAY "ARCHIVES CONVERTED:   " ARCHIVES-READ
               "  REWRITTEN: " ARCHIVES-WRITTEN.
           DISPLAY "RECYCLES CONVERTED:   " RECYCLES-READ
               "  REWRITTEN: " RECYCLES-WRITTEN.
           IF EMPLOYEES-READ NOT = EMPLOYEES-WRITTEN
           OR AUDITS-READ NOT = AUDITS-WRITTEN
           OR REJECTS-READ NOT = REJECTS-WRITTEN
           OR ARCHIVES-READ NOT = ARCHIVES-WRITTEN
           OR RECYCLES-READ NOT = RECYCLES-WRITTEN
               DISPLAY "COUNTS DISAGREE - CHECK THE DPC WORK FILES"
           ELSE
               DISPLAY "FILES ARE NOW IN THE NEW LAYOUT"
           END-IF.
           IF DEFAULT-DEPT NOT = SPACES
               AND AUDITS-ADDED NOT = EMPLOYEES-WRITTEN
               DISPLAY "NOT EVERY DEPARTMENT CHANGE WAS AUDITED"
           END-IF.
