       IDENTIFICATION DIVISION.
       PROGRAM-ID.              EMPFEED.
       AUTHOR.                  RUSSELL BRAZELL.
       INSTALLATION.            HOME DESKTOP.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.           10/15/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * EMPLOYEE CHANGE FEED TO THE BENEFITS ADMINISTRATOR.  WRITES   *
      * A FIXED-FORMAT INTERFACE FILE (EMPFEED.DAT) -- A HEADER WITH  *
      * THE EXTRACT DATE AND A SEQUENCE NUMBER, ONE DETAIL PER        *
      * EMPLOYEE, AND A TRAILER WITH THE DETAIL COUNT AND A HASH      *
      * TOTAL OF THE SALARIES SENT, SO THE VENDOR CAN LOAD IT         *
      * UNATTENDED AND REJECT IT IF THE CONTROLS DO NOT MATCH.        *
      *                                                               *
      * DAILY MODE TAKES THE AUDIT.DAT RECORDS WRITTEN SINCE THE LAST *
      * EXTRACT.  ALL OF AN EMPLOYEE'S CHANGES COLLAPSE TO ONE DETAIL *
      * CARRYING THE NEW VALUES AND A CHANGE TYPE:                    *
      *   N - NEW HIRE          T - TERMINATION, WITH LEAVING DATE    *
      *   R - REHIRE            S - SALARY CHANGE                     *
      *   C - OTHER CHANGE      X - TAKEN OFF THE MASTER              *
      * AN EMPLOYEE WHOSE CHANGES CANCEL OUT IS NOT SENT.             *
      *                                                               *
      * FULL REFRESH MODE SENDS EVERY ACTIVE EMPLOYEE ON EMPLOYEE.DAT *
      * AS CHANGE TYPE F, FOR RE-SYNCING THE VENDOR FROM SCRATCH, AND *
      * MOVES THE RESUME POINT TO THE END OF AUDIT.DAT.               *
      *                                                               *
      * A TERMINATION IS SENT ONCE.  EACH ONE SENT IS KEPT ON         *
      * EMPFDTRM.DAT, AND LATER CHANGES TO, OR THE PURGE OF, THAT     *
      * EMPLOYEE ARE NOT SENT AGAIN UNLESS THEY ARE REHIRED.  A FULL  *
      * REFRESH SENDS A TERMINATED EMPLOYEE ONLY IF THEIR TERMINATION *
      * HAS NEVER BEEN SENT.                                          *
      *                                                               *
      * EACH EXTRACT IS LOGGED TO EMPFDLOG.DAT WITH ITS SEQUENCE      *
      * NUMBER, DATE, MODE, THE AUDIT.DAT RECORDS IT COVERED, AND ITS *
      * CONTROLS.  THE NEXT RUN PICKS UP FROM THE LAST RECORD LOGGED. *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-370.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN "AUDIT.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN "EMPLOYEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-NO-M
           ALTERNATE RECORD KEY IS EMPLOYEE-NAME-M WITH DUPLICATES
           FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT FEED-FILE ASSIGN "EMPFEED.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS FEED-STATUS.
           SELECT FEED-LOG-FILE ASSIGN "EMPFDLOG.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS FEED-LOG-STATUS.
           SELECT CHANGE-WORK ASSIGN "EMPFDWRK.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WRK-EMPLOYEE-NO
           FILE STATUS IS CHANGE-WORK-STATUS.
           SELECT TERM-SENT-FILE ASSIGN "EMPFDTRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRM-EMPLOYEE-NO
           FILE STATUS IS TERM-SENT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN "RUNCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *    EMPLOYEE MASTER INFO -- LAYOUT AS MAINTAINED BY PROGRAM2
       FD  EMPLOYEE-MASTER
       01  EMPLOYEE-MASTER-RECORD
        03 EMPLOYEE-TYPE-M          PIC 9(1).
        03 EMPLOYEE-NAME-M          PIC X(20).
        03 EMPLOYEE-SALARY-M        PIC 9(5)V9(2).
        03 EMPLOYEE-NO-M            PIC 9(6).
        03 EMPLOYEE-LEAVING-DATE-M  PIC 9(8).
        03 EMPLOYEE-DEPT-M          PIC X(4).
      *    VENDOR INTERFACE FILE -- FIXED 80-BYTE RECORDS, H/D/T TYPES
       FD  FEED-FILE
       01  FEED-HEADER-RECORD
        03 EFH-RECORD-TYPE  PIC X(1).
        03 EFH-EXTRACT-DATE PIC 9(8).
        03 EFH-SEQUENCE-NO  PIC 9(6).
        03 EFH-MODE         PIC X(1).
        03 FILLER           PIC X(64).
       01  FEED-DETAIL-RECORD
        03 EFD-RECORD-TYPE  PIC X(1).
        03 EFD-CHANGE-TYPE  PIC X(1).
        03 EFD-EMPLOYEE-NO  PIC 9(6).
        03 EFD-NAME         PIC X(20).
        03 EFD-EMPLOYEE-TYPE PIC 9(1).
        03 EFD-SALARY       PIC 9(5)V9(2).
        03 EFD-LEAVING-DATE PIC 9(8).
        03 EFD-DEPT         PIC X(4).
        03 EFD-CHANGE-DATE  PIC 9(8).
        03 FILLER           PIC X(24).
       01  FEED-TRAILER-RECORD
        03 EFT-RECORD-TYPE  PIC X(1).
        03 EFT-RECORD-COUNT PIC 9(6).
        03 EFT-SALARY-HASH  PIC 9(11)V9(2).
        03 FILLER           PIC X(60).
      *    FEED LOG -- ONE RECORD PER EXTRACT SENT TO THE VENDOR
       FD  FEED-LOG-FILE
       01  FEED-LOG-RECORD
        03 FDL-SEQUENCE-NO   PIC 9(6).
        03 FDL-EXTRACT-DATE  PIC 9(8).
        03 FDL-MODE          PIC X(1).
        03 FDL-AUDIT-FROM    PIC 9(9).
        03 FDL-AUDIT-THROUGH PIC 9(9).
        03 FDL-DETAIL-COUNT  PIC 9(6).
        03 FDL-SALARY-HASH   PIC 9(11)V9(2).
      *    ONE ENTRY PER EMPLOYEE CHANGED SINCE THE LAST EXTRACT --
      *    THE IMAGE BEFORE THE FIRST CHANGE AND AFTER THE LAST
       FD  CHANGE-WORK
       01  CHANGE-WORK-RECORD
        03 WRK-EMPLOYEE-NO  PIC 9(6).
        03 WRK-CHANGES      PIC 9(5).
        03 WRK-FIRST-BEFORE PIC X(46).
        03 WRK-LAST-BEFORE  PIC X(46).
        03 WRK-LAST-AFTER   PIC X(46).
        03 WRK-LAST-DATE    PIC 9(8).
      *    TERMINATIONS ALREADY SENT -- ONE PER EMPLOYEE, REMOVED
      *    WHEN THE EMPLOYEE IS SENT ACTIVE AGAIN
       FD  TERM-SENT-FILE
       01  TERM-SENT-RECORD
        03 TRM-EMPLOYEE-NO  PIC 9(6).
        03 TRM-LEAVING-DATE PIC 9(8).
        03 TRM-SEQUENCE-NO  PIC 9(6).
        03 TRM-SENT-DATE    PIC 9(8).
      *    RUN CONTROL -- ONLY THE BUSINESS PROCESSING DATE IS USED
      *    HERE; THE STEP STATUSES BELONG TO RUNCTL
       FD  RUN-CONTROL-FILE
       01  RUN-CONTROL-RECORD
        03 RC-PROCESS-DATE PIC 9(8).
        03 FILLER          PIC X(72).

       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS PIC X(02) VALUE SPACES.
        88 AUDIT-FILE-OK VALUE "00".
       01  EMPLOYEE-MASTER-STATUS PIC X(02) VALUE SPACES.
        88 EMPLOYEE-MASTER-OK VALUE "00".
       01  FEED-STATUS PIC X(02) VALUE SPACES.
       01  FEED-LOG-STATUS PIC X(02) VALUE SPACES.
        88 FEED-LOG-OK        VALUE "00".
        88 FEED-LOG-NOT-FOUND VALUE "35".
       01  CHANGE-WORK-STATUS PIC X(02) VALUE SPACES.
        88 CHANGE-WORK-OK VALUE "00".
       01  TERM-SENT-STATUS PIC X(02) VALUE SPACES.
        88 TERM-SENT-OK        VALUE "00".
        88 TERM-SENT-NOT-FOUND VALUE "35".
       01  RUN-CONTROL-STATUS PIC X(02) VALUE SPACES.

       01  FEED-LOG-EOF PIC 9 VALUE 0.

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.
        88 NOT-END-OF-FILE VALUE 0.

       01  TERM-SENT-SWITCH PIC 9 VALUE 0.
        88 TERM-ALREADY-SENT VALUE 1.

       01  EXTRACT-MODE PIC X(1) VALUE SPACES.
        88 DAILY-EXTRACT VALUE "D".
        88 FULL-REFRESH  VALUE "F".

       01  RUN-DATE PIC 9(8).
       01  SEQUENCE-NO PIC 9(6) VALUE 0.

      *    AUDIT.DAT POSITION -- RECORDS BEFORE AUDIT-FROM WERE SENT
      *    BY EARLIER EXTRACTS
       01  AUDIT-FROM    PIC 9(9) VALUE 0.
       01  AUDIT-THROUGH PIC 9(9) VALUE 0.
       01  LAST-THROUGH  PIC 9(9) VALUE 0.

       01  CHANGE-DATE PIC 9(8) VALUE 0.
       01  CHANGE-TYPE PIC X(1) VALUE SPACES.
        88 CHANGE-TO-SEND VALUE "N" "T" "R" "S" "C" "X" "F".

       01  EXTRACT-TOTALS.
        03 AUDITS-READ      PIC 9(9) VALUE 0.
        03 AUDITS-TAKEN     PIC 9(9) VALUE 0.
        03 EMPLOYEES-READ   PIC 9(6) VALUE 0.
        03 CHANGED-EMPLOYEES PIC 9(6) VALUE 0.
        03 NOT-SENT         PIC 9(6) VALUE 0.
        03 DETAILS-WRITTEN  PIC 9(6) VALUE 0.
        03 SALARY-HASH      PIC 9(11)V9(2) VALUE 0.
        03 SENT-NEW         PIC 9(6) VALUE 0.
        03 SENT-TERMS       PIC 9(6) VALUE 0.
        03 SENT-REHIRES     PIC 9(6) VALUE 0.
        03 SENT-SALARY      PIC 9(6) VALUE 0.
        03 SENT-CHANGES     PIC 9(6) VALUE 0.
        03 SENT-REMOVED     PIC 9(6) VALUE 0.
        03 SENT-REFRESH     PIC 9(6) VALUE 0.

      *    WORK AREAS TO SPLIT THE IMAGES BACK INTO THEIR FIELDS
       01  BEFORE-WORK.
        03 BFR-TYPE    PIC 9(1).
        03 BFR-NAME    PIC X(20).
        03 BFR-SALARY  PIC 9(5)V9(2).
        03 BFR-NO      PIC 9(6).
        03 BFR-LEAVE   PIC 9(8).
        03 BFR-DEPT    PIC X(4).
       01  AFTER-WORK.
        03 AFR-TYPE    PIC 9(1).
        03 AFR-NAME    PIC X(20).
        03 AFR-SALARY  PIC 9(5)V9(2).
        03 AFR-NO      PIC 9(6).
        03 AFR-LEAVE   PIC 9(8).
        03 AFR-DEPT    PIC X(4).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           IF FULL-REFRESH
               PERFORM REFRESH-EXTRACT-PARA
           ELSE
               PERFORM DAILY-EXTRACT-PARA
           END-IF.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           PERFORM GET-PROCESS-DATE-PARA.
           DISPLAY "ENTER EXTRACT MODE - D DAILY CHANGES, "
               "F FULL REFRESH (BLANK FOR D)".
           ACCEPT EXTRACT-MODE.
           IF EXTRACT-MODE = SPACES OR "d"
               MOVE "D" TO EXTRACT-MODE
           END-IF.
           IF EXTRACT-MODE = "f"
               MOVE "F" TO EXTRACT-MODE
           END-IF.
           IF NOT DAILY-EXTRACT AND NOT FULL-REFRESH
               DISPLAY "EXTRACT MODE " EXTRACT-MODE " IS NOT VALID"
               DISPLAY "NO EMPLOYEE FEED PRODUCED"
               STOP RUN
           END-IF.
           PERFORM ASSIGN-SEQUENCE-NO-PARA.
           COMPUTE AUDIT-FROM = LAST-THROUGH + 1.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK AND DAILY-EXTRACT
               DISPLAY "ERROR OPENING AUDIT.DAT: " AUDIT-STATUS
               DISPLAY "NO EMPLOYEE FEED PRODUCED"
               STOP RUN
           END-IF.
           PERFORM OPEN-TERM-SENT-PARA.

      *****************************************************************
      * THE FEED HEADER IS STAMPED WITH THE BUSINESS PROCESSING DATE  *
      * FROM THE RUN-CONTROL FILE KEPT BY RUNCTL.  WITHOUT A CONTROL  *
      * FILE THE MACHINE DATE IS USED.                                *
      *****************************************************************
       GET-PROCESS-DATE-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-PROCESS-DATE NOT = 0
                           MOVE RC-PROCESS-DATE TO RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *****************************************************************
      * THE NEXT SEQUENCE NUMBER IS ONE PAST THE HIGHEST ON THE LOG,  *
      * AND THE LAST RECORD LOGGED SAYS HOW FAR INTO AUDIT.DAT THE    *
      * VENDOR HAS BEEN SENT.  AN EMPTY OR MISSING LOG STARTS AT ONE  *
      * AND AT THE BEGINNING OF THE AUDIT FILE.                       *
      *****************************************************************
       ASSIGN-SEQUENCE-NO-PARA.
           MOVE 0 TO SEQUENCE-NO.
           MOVE 0 TO LAST-THROUGH.
           MOVE 0 TO FEED-LOG-EOF.
           OPEN INPUT FEED-LOG-FILE.
           IF FEED-LOG-OK
               PERFORM READ-FEED-LOG-PARA UNTIL FEED-LOG-EOF = 1
               CLOSE FEED-LOG-FILE
           END-IF.
           ADD 1 TO SEQUENCE-NO.

       READ-FEED-LOG-PARA.
           READ FEED-LOG-FILE
               AT END
                   MOVE 1 TO FEED-LOG-EOF
               NOT AT END
                   IF FDL-SEQUENCE-NO > SEQUENCE-NO
                       MOVE FDL-SEQUENCE-NO TO SEQUENCE-NO
                       MOVE FDL-AUDIT-THROUGH TO LAST-THROUGH
                   END-IF
           END-READ.

      *    THE SENT-TERMINATIONS FILE IS CREATED THE FIRST TIME THROUGH
       OPEN-TERM-SENT-PARA.
           OPEN I-O TERM-SENT-FILE.
           IF TERM-SENT-NOT-FOUND
               OPEN OUTPUT TERM-SENT-FILE
               CLOSE TERM-SENT-FILE
               OPEN I-O TERM-SENT-FILE
           END-IF.
           IF NOT TERM-SENT-OK
               DISPLAY "ERROR OPENING EMPFDTRM.DAT: " TERM-SENT-STATUS
               DISPLAY "NO EMPLOYEE FEED PRODUCED"
               STOP RUN
           END-IF.

       READ-AUDIT-PARA.
           READ AUDIT-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO AUDITS-READ
           END-READ.

      *****************************************************************
      * DAILY MODE.  SKIP THE AUDIT RECORDS EARLIER EXTRACTS COVERED, *
      * COLLECT THE REST BY EMPLOYEE IN EMPFDWRK.DAT, THEN SEND ONE   *
      * DETAIL PER EMPLOYEE IN EMPLOYEE NUMBER ORDER.                 *
      *****************************************************************
       DAILY-EXTRACT-PARA.
           OPEN OUTPUT CHANGE-WORK.
           CLOSE CHANGE-WORK.
           OPEN I-O CHANGE-WORK.
           IF NOT CHANGE-WORK-OK
               DISPLAY "ERROR OPENING EMPFDWRK.DAT: "
                   CHANGE-WORK-STATUS
               DISPLAY "NO EMPLOYEE FEED PRODUCED"
               STOP RUN
           END-IF.
           MOVE 0 TO END-OF-FILE-SWITCH.
           PERFORM READ-AUDIT-PARA.
           PERFORM COLLECT-CHANGE-PARA UNTIL END-OF-FILE.
           CLOSE AUDIT-FILE.
           CLOSE CHANGE-WORK.
           MOVE AUDITS-READ TO AUDIT-THROUGH.
      *    A SHORTER AUDIT FILE THAN THE LOG REMEMBERS MEANS IT WAS
      *    REBUILT -- THE RESUME POINT CANNOT BE TRUSTED
           IF AUDITS-READ < LAST-THROUGH
               DISPLAY "AUDIT.DAT HAS " AUDITS-READ " RECORDS BUT "
                   LAST-THROUGH " WERE ALREADY SENT"
               DISPLAY "RUN A FULL REFRESH TO RE-SYNC THE VENDOR"
               DISPLAY "NO EMPLOYEE FEED PRODUCED"
               CLOSE TERM-SENT-FILE
               STOP RUN
           END-IF.
           PERFORM OPEN-FEED-PARA.
           OPEN INPUT CHANGE-WORK.
           MOVE 0 TO END-OF-FILE-SWITCH.
           PERFORM READ-CHANGE-WORK-PARA.
           PERFORM SEND-CHANGE-PARA UNTIL END-OF-FILE.
           CLOSE CHANGE-WORK.
           PERFORM CLOSE-FEED-PARA.

       COLLECT-CHANGE-PARA.
           IF AUDITS-READ NOT < AUDIT-FROM
               ADD 1 TO AUDITS-TAKEN
               MOVE AUD-EMPLOYEE-NO TO WRK-EMPLOYEE-NO
               READ CHANGE-WORK
                   INVALID KEY
                       ADD 1 TO CHANGED-EMPLOYEES
                       MOVE AUD-EMPLOYEE-NO  TO WRK-EMPLOYEE-NO
                       MOVE 1                TO WRK-CHANGES
                       MOVE AUD-BEFORE-IMAGE TO WRK-FIRST-BEFORE
                       MOVE AUD-BEFORE-IMAGE TO WRK-LAST-BEFORE
                       MOVE AUD-AFTER-IMAGE  TO WRK-LAST-AFTER
                       MOVE AUD-RUN-DATE     TO WRK-LAST-DATE
                       WRITE CHANGE-WORK-RECORD
                           INVALID KEY
                               DISPLAY "ERROR WRITING EMPFDWRK.DAT: "
                                   CHANGE-WORK-STATUS
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1                 TO WRK-CHANGES
                       MOVE AUD-BEFORE-IMAGE TO WRK-LAST-BEFORE
                       MOVE AUD-AFTER-IMAGE  TO WRK-LAST-AFTER
                       MOVE AUD-RUN-DATE     TO WRK-LAST-DATE
                       REWRITE CHANGE-WORK-RECORD
                           INVALID KEY
                               DISPLAY "ERROR REWRITING EMPFDWRK.DAT: "
                                   CHANGE-WORK-STATUS
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM READ-AUDIT-PARA.

       READ-CHANGE-WORK-PARA.
           READ CHANGE-WORK NEXT
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
           END-READ.

      *****************************************************************
      * THE CHANGE TYPE COMES FROM THE EMPLOYEE AS THE VENDOR LAST    *
      * SAW THEM (BEFORE THE FIRST CHANGE) AGAINST WHERE THEY ARE NOW *
      * (AFTER THE LAST).  A TERMINATED EMPLOYEE WHOSE TERMINATION    *
      * HAS BEEN SENT IS NOT SENT AGAIN UNTIL THEY ARE REHIRED.       *
      * THE VENDOR STILL HOLDS THAT EMPLOYEE AS TERMINATED, SO ONE    *
      * ACTIVE AGAIN IS A REHIRE EVEN IF THEY WERE PURGED AND PUT     *
      * BACK ON THE MASTER IN BETWEEN.                                *
      *****************************************************************
       SEND-CHANGE-PARA.
           MOVE SPACES TO CHANGE-TYPE.
           MOVE WRK-FIRST-BEFORE TO BEFORE-WORK.
           MOVE WRK-LAST-AFTER TO AFTER-WORK.
           MOVE WRK-EMPLOYEE-NO TO TRM-EMPLOYEE-NO.
           PERFORM CHECK-TERM-SENT-PARA.
           EVALUATE TRUE
               WHEN WRK-LAST-AFTER = SPACES
                   IF NOT TERM-ALREADY-SENT
                    AND WRK-FIRST-BEFORE NOT = SPACES
                       MOVE "X" TO CHANGE-TYPE
                       MOVE WRK-LAST-BEFORE TO AFTER-WORK
                   END-IF
               WHEN AFR-TYPE NOT = 1
                   IF NOT TERM-ALREADY-SENT
                       MOVE "T" TO CHANGE-TYPE
                   END-IF
               WHEN TERM-ALREADY-SENT
                   MOVE "R" TO CHANGE-TYPE
               WHEN WRK-FIRST-BEFORE = SPACES
                   MOVE "N" TO CHANGE-TYPE
               WHEN BFR-TYPE NOT = 1
                   MOVE "R" TO CHANGE-TYPE
               WHEN WRK-LAST-AFTER = WRK-FIRST-BEFORE
                   CONTINUE
               WHEN AFR-SALARY NOT = BFR-SALARY
                   MOVE "S" TO CHANGE-TYPE
               WHEN OTHER
                   MOVE "C" TO CHANGE-TYPE
           END-EVALUATE.
           IF CHANGE-TO-SEND
               MOVE WRK-LAST-DATE TO CHANGE-DATE
               PERFORM WRITE-DETAIL-PARA
           ELSE
               ADD 1 TO NOT-SENT
           END-IF.
           PERFORM READ-CHANGE-WORK-PARA.

       CHECK-TERM-SENT-PARA.
           MOVE 0 TO TERM-SENT-SWITCH.
           READ TERM-SENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO TERM-SENT-SWITCH
           END-READ.

      *****************************************************************
      * FULL REFRESH.  EVERY ACTIVE EMPLOYEE ON THE MASTER, PLUS ANY  *
      * TERMINATION NEVER SENT.  AUDIT.DAT IS ONLY COUNTED, SO THE    *
      * NEXT DAILY EXTRACT STARTS AFTER WHAT IS ON IT NOW.            *
      *****************************************************************
       REFRESH-EXTRACT-PARA.
           IF AUDIT-FILE-OK
               MOVE 0 TO END-OF-FILE-SWITCH
               PERFORM READ-AUDIT-PARA UNTIL END-OF-FILE
               CLOSE AUDIT-FILE
           END-IF.
           MOVE AUDITS-READ TO AUDIT-THROUGH.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-OK
               DISPLAY "ERROR OPENING EMPLOYEE.DAT: "
                   EMPLOYEE-MASTER-STATUS
               DISPLAY "NO EMPLOYEE FEED PRODUCED"
               CLOSE TERM-SENT-FILE
               STOP RUN
           END-IF.
           PERFORM OPEN-FEED-PARA.
           MOVE 0 TO END-OF-FILE-SWITCH.
           MOVE ZEROS TO EMPLOYEE-NO-M.
           START EMPLOYEE-MASTER KEY NOT LESS THAN EMPLOYEE-NO-M
               INVALID KEY
                   MOVE 1 TO END-OF-FILE-SWITCH
           END-START.
           IF NOT END-OF-FILE
               PERFORM READ-EMPLOYEE-PARA
           END-IF.
           PERFORM SEND-EMPLOYEE-PARA UNTIL END-OF-FILE.
           CLOSE EMPLOYEE-MASTER.
           PERFORM CLOSE-FEED-PARA.

       READ-EMPLOYEE-PARA.
           READ EMPLOYEE-MASTER NEXT
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO EMPLOYEES-READ
           END-READ.

       SEND-EMPLOYEE-PARA.
           MOVE SPACES TO CHANGE-TYPE.
           MOVE EMPLOYEE-MASTER-RECORD TO AFTER-WORK.
           MOVE AFR-NO TO TRM-EMPLOYEE-NO.
           PERFORM CHECK-TERM-SENT-PARA.
           IF AFR-TYPE = 1
               MOVE "F" TO CHANGE-TYPE
           ELSE
               IF NOT TERM-ALREADY-SENT
                   MOVE "T" TO CHANGE-TYPE
               END-IF
           END-IF.
           IF CHANGE-TO-SEND
               MOVE RUN-DATE TO CHANGE-DATE
               PERFORM WRITE-DETAIL-PARA
           ELSE
               ADD 1 TO NOT-SENT
           END-IF.
           PERFORM READ-EMPLOYEE-PARA.

       OPEN-FEED-PARA.
           OPEN OUTPUT FEED-FILE.
           IF FEED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPFEED.DAT: " FEED-STATUS
               DISPLAY "NO EMPLOYEE FEED PRODUCED"
               CLOSE TERM-SENT-FILE
               STOP RUN
           END-IF.
           MOVE SPACES TO FEED-HEADER-RECORD.
           MOVE "H" TO EFH-RECORD-TYPE.
           MOVE RUN-DATE TO EFH-EXTRACT-DATE.
           MOVE SEQUENCE-NO TO EFH-SEQUENCE-NO.
           MOVE EXTRACT-MODE TO EFH-MODE.
           WRITE FEED-HEADER-RECORD.

      *    THE VALUES SENT ARE ALWAYS THOSE IN AFTER-WORK
       WRITE-DETAIL-PARA.
           MOVE SPACES      TO FEED-DETAIL-RECORD.
           MOVE "D"         TO EFD-RECORD-TYPE.
           MOVE CHANGE-TYPE TO EFD-CHANGE-TYPE.
           MOVE AFR-NO      TO EFD-EMPLOYEE-NO.
           MOVE AFR-NAME    TO EFD-NAME.
           MOVE AFR-TYPE    TO EFD-EMPLOYEE-TYPE.
           MOVE AFR-SALARY  TO EFD-SALARY.
           MOVE AFR-LEAVE   TO EFD-LEAVING-DATE.
           MOVE AFR-DEPT    TO EFD-DEPT.
           MOVE CHANGE-DATE TO EFD-CHANGE-DATE.
           WRITE FEED-DETAIL-RECORD.
           IF FEED-STATUS NOT = "00"
               DISPLAY "ERROR WRITING EMPFEED.DAT: " FEED-STATUS
           END-IF.
           ADD 1 TO DETAILS-WRITTEN.
           ADD AFR-SALARY TO SALARY-HASH.
           EVALUATE CHANGE-TYPE
               WHEN "N"
                   ADD 1 TO SENT-NEW
               WHEN "T"
                   ADD 1 TO SENT-TERMS
                   PERFORM RECORD-TERM-SENT-PARA
               WHEN "R"
                   ADD 1 TO SENT-REHIRES
                   PERFORM CLEAR-TERM-SENT-PARA
               WHEN "S"
                   ADD 1 TO SENT-SALARY
               WHEN "C"
                   ADD 1 TO SENT-CHANGES
               WHEN "X"
                   ADD 1 TO SENT-REMOVED
               WHEN "F"
                   ADD 1 TO SENT-REFRESH
                   PERFORM CLEAR-TERM-SENT-PARA
           END-EVALUATE.

       RECORD-TERM-SENT-PARA.
           MOVE AFR-NO      TO TRM-EMPLOYEE-NO.
           MOVE AFR-LEAVE   TO TRM-LEAVING-DATE.
           MOVE SEQUENCE-NO TO TRM-SEQUENCE-NO.
           MOVE RUN-DATE    TO TRM-SENT-DATE.
           WRITE TERM-SENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING EMPFDTRM.DAT: "
                       TERM-SENT-STATUS
           END-WRITE.

      *    A REHIRED EMPLOYEE'S NEXT TERMINATION MUST BE SENT AGAIN
       CLEAR-TERM-SENT-PARA.
           IF TERM-ALREADY-SENT
               DELETE TERM-SENT-FILE
                   INVALID KEY
                       DISPLAY "ERROR DELETING EMPFDTRM.DAT: "
                           TERM-SENT-STATUS
               END-DELETE
           END-IF.

       CLOSE-FEED-PARA.
           MOVE SPACES TO FEED-TRAILER-RECORD.
           MOVE "T" TO EFT-RECORD-TYPE.
           MOVE DETAILS-WRITTEN TO EFT-RECORD-COUNT.
           MOVE SALARY-HASH TO EFT-SALARY-HASH.
           WRITE FEED-TRAILER-RECORD.
           IF FEED-STATUS NOT = "00"
               DISPLAY "ERROR WRITING EMPFEED.DAT: " FEED-STATUS
           END-IF.
           CLOSE FEED-FILE.

      *****************************************************************
      * LOG THE EXTRACT JUST SENT.  ITS AUDIT-THROUGH IS WHERE THE    *
      * NEXT DAILY EXTRACT PICKS UP.                                  *
      *****************************************************************
       LOG-EXTRACT-PARA.
           OPEN EXTEND FEED-LOG-FILE.
           IF FEED-LOG-NOT-FOUND
               OPEN OUTPUT FEED-LOG-FILE
           END-IF.
           MOVE SEQUENCE-NO     TO FDL-SEQUENCE-NO.
           MOVE RUN-DATE        TO FDL-EXTRACT-DATE.
           MOVE EXTRACT-MODE    TO FDL-MODE.
           MOVE AUDIT-FROM      TO FDL-AUDIT-FROM.
           MOVE AUDIT-THROUGH   TO FDL-AUDIT-THROUGH.
           MOVE DETAILS-WRITTEN TO FDL-DETAIL-COUNT.
           MOVE SALARY-HASH     TO FDL-SALARY-HASH.
           IF FULL-REFRESH
               MOVE 1 TO FDL-AUDIT-FROM
           END-IF.
           WRITE FEED-LOG-RECORD.
           IF FEED-LOG-STATUS NOT = "00"
               DISPLAY "ERROR WRITING EMPFDLOG.DAT: " FEED-LOG-STATUS
           END-IF.
           CLOSE FEED-LOG-FILE.

       TERMINATE-PARA.
           CLOSE TERM-SENT-FILE.
           PERFORM LOG-EXTRACT-PARA.
           DISPLAY "SEQUENCE NUMBER:   " SEQUENCE-NO.
           DISPLAY "EXTRACT MODE:      " EXTRACT-MODE.
           IF FULL-REFRESH
               DISPLAY "EMPLOYEES READ:    " EMPLOYEES-READ
           ELSE
               DISPLAY "AUDIT RECORDS SENT:" AUDITS-TAKEN
               DISPLAY "EMPLOYEES CHANGED: " CHANGED-EMPLOYEES
           END-IF.
           DISPLAY "  NEW HIRES:       " SENT-NEW.
           DISPLAY "  TERMINATIONS:    " SENT-TERMS.
           DISPLAY "  REHIRES:         " SENT-REHIRES.
           DISPLAY "  SALARY CHANGES:  " SENT-SALARY.
           DISPLAY "  OTHER CHANGES:   " SENT-CHANGES.
           DISPLAY "  OFF THE MASTER:  " SENT-REMOVED.
           DISPLAY "  FULL REFRESH:    " SENT-REFRESH.
           DISPLAY "  NOT SENT:        " NOT-SENT.
           DISPLAY "DETAILS WRITTEN:   " DETAILS-WRITTEN.
           DISPLAY "SALARY HASH:       " SALARY-HASH.
