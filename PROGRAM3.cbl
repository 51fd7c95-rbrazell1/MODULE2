           SELECT AUDIT-FILE ASSIGN "AUDIT.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN "RUNCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT BACKUP-CATALOG ASSIGN "BKUPCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-STATUS.
           SELECT BACKUP-GEN-1 ASSIGN "EMPBKP1.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS BACKUP-STATUS.
           SELECT BACKUP-GEN-2 ASSIGN "EMPBKP2.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS BACKUP-STATUS.
           SELECT BACKUP-GEN-3 ASSIGN "EMPBKP3.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS BACKUP-STATUS.


       DATA DIVISION.
         05 IN-RECORD-LEAVE-YEAR  PIC 9(4).
         05 IN-RECORD-LEAVE-MONTH PIC 9(2).
         05 IN-RECORD-LEAVE-DAY   PIC 9(2).
        03 IN-RECORD-DEPT     PIC X(4).
      *    OUTFILE INFO -- ACTIVE EMPLOYEE RECORDS (IN-RECORD-TYPE = "A")
       FD  OUTFILE
       01  OUTPUT-RECORD
         05 EMPLOYEE-LEAVE-YEAR-M  PIC 9(4).
         05 EMPLOYEE-LEAVE-MONTH-M PIC 9(2).
         05 EMPLOYEE-LEAVE-DAY-M   PIC 9(2).
        03 EMPLOYEE-DEPT-M          PIC X(4).
      *    CHECKPOINT INFO -- COUNTS SAVED IN FLIGHT SO A FAILED RUN
      *    CAN BE RESTARTED WITHOUT RE-APPLYING FINISHED INPUT.  A
      *    SUCCESSFUL RUN CLEARS IT BACK TO ZEROS.
        03 AUD-RUN-DATE     PIC 9(8).
        03 AUD-ACTION       PIC X.
        03 AUD-EMPLOYEE-NO  PIC 9(6).
        03 AUD-BEFORE-IMAGE PIC X(46).
        03 AUD-AFTER-IMAGE  PIC X(46).
        03 AUD-OPERATOR     PIC X(8).
        03 AUD-TIME         PIC 9(6).
      *    RUN CONTROL -- ONLY THE BUSINESS PROCESSING DATE IS USED
      *    HERE, TO DATE THE BACKUP GENERATION; THE STEP STATUSES
      *    BELONG TO RUNCTL
       FD  RUN-CONTROL-FILE
       01  RUN-CONTROL-RECORD
        03 RC-PROCESS-DATE  PIC 9(8).
        03 FILLER           PIC X(72).
      *    BACKUP CATALOG -- ONE ENTRY PER GENERATION SLOT OF EACH
      *    MASTER.  SHARED WITH ACCTPOST, WHICH KEEPS ITS OWN ENTRIES
      *    FOR ACCTMAST, AND READ BY MASTREST TO ROLL A MASTER BACK.
      *    AN ENTRY STAYS "I" WHILE ITS COPY IS BEING TAKEN AND IS
      *    MARKED "C" ONLY WHEN THE WHOLE MASTER HAS BEEN COPIED.
       FD  BACKUP-CATALOG
       01  CATALOG-RECORD
        03 CAT-MASTER       PIC X(8).
        03 CAT-SLOT         PIC 9(1).
        03 CAT-GENERATION   PIC 9(6).
        03 CAT-STATUS       PIC X(1).
        03 CAT-PROCESS-DATE PIC 9(8).
        03 CAT-TAKEN-DATE   PIC 9(8).
        03 CAT-TAKEN-TIME   PIC 9(6).
        03 CAT-STEP         PIC X(8).
        03 CAT-RECORDS      PIC 9(7).
      *    BACKUP GENERATIONS -- A STRAIGHT COPY OF EMPLOYEE.DAT IN
      *    KEY ORDER, TAKEN BEFORE THE RUN TOUCHES THE MASTER.  THE
      *    OLDEST OF THE THREE SLOTS IS REUSED FOR EACH NEW ONE.
       FD  BACKUP-GEN-1
       01  BACKUP-RECORD-1  PIC X(46).
       FD  BACKUP-GEN-2
       01  BACKUP-RECORD-2  PIC X(46).
       FD  BACKUP-GEN-3
       01  BACKUP-RECORD-3  PIC X(46).

       WORKING-STORAGE SECTION.
       01  EMPLOYEE-REC-N.
         05 EMPLOYEE-LEAVE-YEAR PIC 9(4).
         05 EMPLOYEE-LEAVE-MONTH PIC 9(2).
         05 EMPLOYEE-LEAVE-DAY PIC 9(2).
        03 EMPLOYEE-DEPT PIC X(4).

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.
        88 AUDIT-FILE-NOT-FOUND VALUE "35".

       01  AUDIT-RUN-DATE PIC 9(8).
       01  AUDIT-BEFORE-IMAGE PIC X(46) VALUE SPACES.

      *    THE AUDIT FILE CARRIES THE OPERATOR ON EVERY RECORD; THIS
      *    IS AN UNATTENDED BATCH RUN, SO IT SIGNS AS *BATCH*.
        03 CHECKPOINT-COUNTER  PIC 9(4) VALUE 0.
        03 CHECKPOINT-INTERVAL PIC 9(4) VALUE 100.

       01  RUN-CONTROL-STATUS PIC X(02) VALUE SPACES.
       01  CATALOG-STATUS PIC X(02) VALUE SPACES.
       01  BACKUP-STATUS PIC X(02) VALUE SPACES.

       01  BACKUP-END-SWITCH PIC 9 VALUE 0.
        88 BACKUP-COPIED VALUE 1.
       01  BACKUP-ERROR-SWITCH PIC 9 VALUE 0.
        88 BACKUP-FAILED VALUE 1.
       01  CATALOG-EOF PIC 9 VALUE 0.

      *    THE MASTER KEEPS THREE GENERATIONS -- EMPBKP1.DAT TO
      *    EMPBKP3.DAT -- AND EACH RUN OVERWRITES THE OLDEST.
       01  BACKUP-CONTROLS.
        03 BACKUP-MASTER-NAME  PIC X(8) VALUE "EMPLOYEE".
        03 BACKUP-STEP-NAME    PIC X(8) VALUE "PROGRAM2".
        03 BACKUP-GENERATIONS  PIC 9(1) VALUE 3.
        03 BACKUP-PROCESS-DATE PIC 9(8) VALUE 0.
        03 BACKUP-SLOT         PIC 9(1) VALUE 0.
        03 BACKUP-ENTRY        PIC 9(2) VALUE 0.
        03 BACKUP-HIGH-GEN     PIC 9(6) VALUE 0.
        03 BACKUP-LOW-WEIGHT   PIC 9(7) VALUE 0.
        03 SLOT-WEIGHT         PIC 9(7) VALUE 0.
        03 BACKUP-RECORDS      PIC 9(7) VALUE 0.
        03 SLOT-INDEX          PIC 9(1) VALUE 0.
        03 GEN-INDEX           PIC 9(2) VALUE 0.
        03 GEN-COUNT           PIC 9(2) VALUE 0.

       01  SLOT-TABLE.
        03 SLOT-ENTRY PIC 9(2) OCCURS 3 TIMES.

      *    THE WHOLE CATALOG IS HELD HERE AND WRITTEN BACK COMPLETE,
      *    SO ENTRIES FOR THE OTHER MASTERS PASS THROUGH UNCHANGED.
       01  GEN-TABLE.
        03 GEN-ENTRY OCCURS 1 TO 20 TIMES DEPENDING ON GEN-COUNT.
         05 GEN-MASTER       PIC X(8).
         05 GEN-SLOT         PIC 9(1).
         05 GEN-NUMBER       PIC 9(6).
         05 GEN-STATUS       PIC X(1).
         05 GEN-PROCESS-DATE PIC 9(8).
         05 GEN-TAKEN-DATE   PIC 9(8).
         05 GEN-TAKEN-TIME   PIC 9(6).
         05 GEN-STEP         PIC X(8).
         05 GEN-RECORDS      PIC 9(7).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       INITIALIZE-PARA.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CHECKPOINT-PARA.
      *    A RESTART PICKS UP A MASTER THE FAILED RUN HAS ALREADY PART
      *    UPDATED -- THE GENERATION THAT RUN TOOK IS THE ONE TO KEEP.
           IF RESTART-RUN
               DISPLAY "RESTART: BACKUP TAKEN BY THE FAILED RUN IS KEPT"
           ELSE
               PERFORM BACKUP-MASTER-PARA
           END-IF.
           OPEN INPUT INFILE.
           IF RESTART-RUN
      *    A PRIOR RUN FAILED IN FLIGHT -- RESUME THE SAVED COUNTS,
               CLOSE CHECKPOINT-FILE
           END-IF.

      *****************************************************************
      * PRE-UPDATE BACKUP.  BEFORE THE MASTER IS OPENED FOR UPDATE    *
      * THE WHOLE OF EMPLOYEE.DAT IS COPIED TO THE OLDEST OF ITS      *
      * THREE GENERATION SLOTS AND THE COPY IS RECORDED ON THE        *
      * BACKUP CATALOG (BKUPCAT.DAT) WITH THE PROCESSING DATE, THE    *
      * TIME, AND THE RECORD COUNT.  MASTREST ROLLS THE MASTER BACK   *
      * TO ANY COMPLETE GENERATION.  THE SLOT IS MARKED IN PROGRESS   *
      * BEFORE THE COPY STARTS, SO A COPY THAT DOES NOT FINISH CAN    *
      * NEVER BE RESTORED.  IF THE BACKUP CANNOT BE TAKEN THE RUN     *
      * STOPS WITH THE MASTER UNTOUCHED.                              *
      *****************************************************************
       BACKUP-MASTER-PARA.
           PERFORM GET-PROCESS-DATE-PARA.
           PERFORM LOAD-CATALOG-PARA.
           PERFORM CHOOSE-SLOT-PARA.
           ACCEPT TIME-OF-DAY-RAW FROM TIME.
           MOVE TIME-OF-DAY-RAW(1:6) TO TIME-OF-DAY.
           MOVE BACKUP-MASTER-NAME  TO GEN-MASTER(BACKUP-ENTRY).
           MOVE BACKUP-SLOT         TO GEN-SLOT(BACKUP-ENTRY).
           ADD 1 TO BACKUP-HIGH-GEN GIVING GEN-NUMBER(BACKUP-ENTRY).
           MOVE "I"                 TO GEN-STATUS(BACKUP-ENTRY).
           MOVE BACKUP-PROCESS-DATE TO GEN-PROCESS-DATE(BACKUP-ENTRY).
           MOVE AUDIT-RUN-DATE      TO GEN-TAKEN-DATE(BACKUP-ENTRY).
           MOVE TIME-OF-DAY         TO GEN-TAKEN-TIME(BACKUP-ENTRY).
           MOVE BACKUP-STEP-NAME    TO GEN-STEP(BACKUP-ENTRY).
           MOVE 0                   TO GEN-RECORDS(BACKUP-ENTRY).
           PERFORM SAVE-CATALOG-PARA.
           IF NOT BACKUP-FAILED
               PERFORM OPEN-BACKUP-PARA
           END-IF.
           IF NOT BACKUP-FAILED
               MOVE 0 TO BACKUP-RECORDS
               OPEN INPUT EMPLOYEE-MASTER
               IF EMPLOYEE-MASTER-NOT-FOUND
                   DISPLAY "EMPLOYEE.DAT NOT YET ON FILE - "
                       "EMPTY GENERATION TAKEN"
               ELSE
                   IF NOT EMPLOYEE-MASTER-OK
                       DISPLAY "ERROR OPENING EMPLOYEE.DAT: "
                           EMPLOYEE-MASTER-STATUS
                       MOVE 1 TO BACKUP-ERROR-SWITCH
                   ELSE
                       MOVE 0 TO BACKUP-END-SWITCH
                       PERFORM COPY-MASTER-PARA
                           UNTIL BACKUP-COPIED OR BACKUP-FAILED
                       CLOSE EMPLOYEE-MASTER
                   END-IF
               END-IF
               PERFORM CLOSE-BACKUP-PARA
           END-IF.
           IF BACKUP-FAILED
               DISPLAY "BACKUP OF EMPLOYEE.DAT FAILED - RUN STOPPED"
               DISPLAY "EMPLOYEE.DAT HAS NOT BEEN UPDATED"
               STOP RUN
           END-IF.
           MOVE "C"            TO GEN-STATUS(BACKUP-ENTRY).
           MOVE BACKUP-RECORDS TO GEN-RECORDS(BACKUP-ENTRY).
           PERFORM SAVE-CATALOG-PARA.
           IF BACKUP-FAILED
               DISPLAY "BACKUP CATALOG NOT UPDATED - RUN STOPPED"
               DISPLAY "EMPLOYEE.DAT HAS NOT BEEN UPDATED"
               STOP RUN
           END-IF.
           DISPLAY "EMPLOYEE.DAT BACKED UP TO EMPBKP" BACKUP-SLOT
               ".DAT - GENERATION " GEN-NUMBER(BACKUP-ENTRY)
               ", " BACKUP-RECORDS " RECORDS".

      *    THE PROCESSING DATE COMES FROM RUNCTL.DAT SO THE GENERATION
      *    CAN BE MATCHED TO THE DAY'S STEPS; WITHOUT A CONTROL FILE
      *    THE MACHINE DATE IS USED.
       GET-PROCESS-DATE-PARA.
           MOVE AUDIT-RUN-DATE TO BACKUP-PROCESS-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-PROCESS-DATE NOT = 0
                           MOVE RC-PROCESS-DATE TO BACKUP-PROCESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-CATALOG-PARA.
           MOVE 0 TO GEN-COUNT.
           MOVE 0 TO CATALOG-EOF.
           OPEN INPUT BACKUP-CATALOG.
           IF CATALOG-STATUS = "00"
               PERFORM READ-CATALOG-PARA UNTIL CATALOG-EOF = 1
               CLOSE BACKUP-CATALOG
           END-IF.

       READ-CATALOG-PARA.
           READ BACKUP-CATALOG
               AT END
                   MOVE 1 TO CATALOG-EOF
               NOT AT END
                   IF GEN-COUNT < 20
                       ADD 1 TO GEN-COUNT
                       MOVE CATALOG-RECORD TO GEN-ENTRY(GEN-COUNT)
                   END-IF
           END-READ.

      *    FIND WHICH CATALOG ENTRY HOLDS EACH OF THIS MASTER'S SLOTS,
      *    THEN TAKE AN UNUSED OR UNFINISHED SLOT IF THERE IS ONE,
      *    OTHERWISE THE SLOT HOLDING THE OLDEST GENERATION.
       CHOOSE-SLOT-PARA.
           MOVE ZEROS TO SLOT-TABLE.
           MOVE 0 TO BACKUP-HIGH-GEN.
           MOVE 0 TO GEN-INDEX.
           PERFORM SCAN-CATALOG-PARA UNTIL GEN-INDEX = GEN-COUNT.
           MOVE 0 TO BACKUP-SLOT.
           MOVE 9999999 TO BACKUP-LOW-WEIGHT.
           MOVE 0 TO SLOT-INDEX.
           PERFORM PICK-SLOT-PARA
               UNTIL SLOT-INDEX = BACKUP-GENERATIONS.
           IF SLOT-ENTRY(BACKUP-SLOT) = 0
               ADD 1 TO GEN-COUNT
               MOVE GEN-COUNT TO BACKUP-ENTRY
           ELSE
               MOVE SLOT-ENTRY(BACKUP-SLOT) TO BACKUP-ENTRY
           END-IF.

       SCAN-CATALOG-PARA.
           ADD 1 TO GEN-INDEX.
           IF GEN-MASTER(GEN-INDEX) = BACKUP-MASTER-NAME
              AND GEN-SLOT(GEN-INDEX) > 0
              AND GEN-SLOT(GEN-INDEX) NOT > BACKUP-GENERATIONS
               MOVE GEN-INDEX TO SLOT-ENTRY(GEN-SLOT(GEN-INDEX))
               IF GEN-NUMBER(GEN-INDEX) > BACKUP-HIGH-GEN
                   MOVE GEN-NUMBER(GEN-INDEX) TO BACKUP-HIGH-GEN
               END-IF
           END-IF.

       PICK-SLOT-PARA.
           ADD 1 TO SLOT-INDEX.
           MOVE 0 TO SLOT-WEIGHT.
           IF SLOT-ENTRY(SLOT-INDEX) NOT = 0
               MOVE SLOT-ENTRY(SLOT-INDEX) TO GEN-INDEX
               IF GEN-STATUS(GEN-INDEX) = "C"
                   MOVE GEN-NUMBER(GEN-INDEX) TO SLOT-WEIGHT
               END-IF
           END-IF.
           IF SLOT-WEIGHT < BACKUP-LOW-WEIGHT
               MOVE SLOT-INDEX  TO BACKUP-SLOT
               MOVE SLOT-WEIGHT TO BACKUP-LOW-WEIGHT
           END-IF.

       SAVE-CATALOG-PARA.
           OPEN OUTPUT BACKUP-CATALOG.
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BKUPCAT.DAT: " CATALOG-STATUS
               MOVE 1 TO BACKUP-ERROR-SWITCH
           ELSE
               MOVE 0 TO GEN-INDEX
               PERFORM WRITE-CATALOG-PARA UNTIL GEN-INDEX = GEN-COUNT
               CLOSE BACKUP-CATALOG
           END-IF.

       WRITE-CATALOG-PARA.
           ADD 1 TO GEN-INDEX.
           WRITE CATALOG-RECORD FROM GEN-ENTRY(GEN-INDEX).
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "ERROR WRITING BKUPCAT.DAT: " CATALOG-STATUS
               MOVE 1 TO BACKUP-ERROR-SWITCH
           END-IF.

       OPEN-BACKUP-PARA.
           EVALUATE BACKUP-SLOT
               WHEN 1
                   OPEN OUTPUT BACKUP-GEN-1
               WHEN 2
                   OPEN OUTPUT BACKUP-GEN-2
               WHEN OTHER
                   OPEN OUTPUT BACKUP-GEN-3
           END-EVALUATE.
           IF BACKUP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPBKP" BACKUP-SLOT ".DAT: "
                   BACKUP-STATUS
               MOVE 1 TO BACKUP-ERROR-SWITCH
           END-IF.

       COPY-MASTER-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO BACKUP-END-SWITCH
               NOT AT END
                   EVALUATE BACKUP-SLOT
                       WHEN 1
                           WRITE BACKUP-RECORD-1
                               FROM EMPLOYEE-MASTER-RECORD
                       WHEN 2
                           WRITE BACKUP-RECORD-2
                               FROM EMPLOYEE-MASTER-RECORD
                       WHEN OTHER
                           WRITE BACKUP-RECORD-3
                               FROM EMPLOYEE-MASTER-RECORD
                   END-EVALUATE
                   IF BACKUP-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING EMPBKP" BACKUP-SLOT
                           ".DAT: " BACKUP-STATUS
                       MOVE 1 TO BACKUP-ERROR-SWITCH
                   ELSE
                       ADD 1 TO BACKUP-RECORDS
                   END-IF
           END-READ.

       CLOSE-BACKUP-PARA.
           EVALUATE BACKUP-SLOT
               WHEN 1
                   CLOSE BACKUP-GEN-1
               WHEN 2
                   CLOSE BACKUP-GEN-2
               WHEN OTHER
                   CLOSE BACKUP-GEN-3
           END-EVALUATE.

       SKIP-INFILE-PARA.
           READ INFILE
               AT END
           MOVE IN-RECORD-SALARY     TO EMPLOYEE-SALARY.
           MOVE IN-RECORD-EMP-NO     TO EMPLOYEE-NO.
           MOVE IN-RECORD-LEAVE-DATE TO EMPLOYEE-LEAVING-DATE.
           MOVE IN-RECORD-DEPT       TO EMPLOYEE-DEPT.
      *    AN EMPLOYEE SEEN ON AN EARLIER RUN MAY COME BACK TERMINATED
      *    ON A LATER RUN -- REWRITE THEIR EXISTING RECORD INSTEAD OF
      *    REJECTING THE UPDATE AS A DUPLICATE KEY.
                   END-WRITE
               NOT INVALID KEY
                   MOVE EMPLOYEE-MASTER-RECORD TO AUDIT-BEFORE-IMAGE
      *    A "T" RECORD NEED NOT CARRY THE DEPARTMENT -- A BLANK ONE
      *    LEAVES THE EMPLOYEE IN THE DEPARTMENT ALREADY ON FILE.
                   IF IN-RECORD-DEPT = SPACES
                       MOVE EMPLOYEE-DEPT-M TO EMPLOYEE-DEPT
                   END-IF
                   REWRITE EMPLOYEE-MASTER-RECORD FROM EMPLOYEE-REC-N
                       INVALID KEY
                           DISPLAY "ERROR UPDATING EMPLOYEE MASTER: "
