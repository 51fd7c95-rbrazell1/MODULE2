       IDENTIFICATION DIVISION.
       PROGRAM-ID.              TURNRPT.
       AUTHOR.                  RUSSELL BRAZELL.
       INSTALLATION.            HOME DESKTOP.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.           10/15/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * WORKFORCE MOVEMENT AND TURNOVER REPORT.  TAKES A FROM AND TO  *
      * DATE, READS THE WHOLE AUDIT FILE, AND WORKS OUT FROM EACH     *
      * RECORD'S BEFORE AND AFTER IMAGES, MONTH BY MONTH:             *
      *   HIRES     - A NEW RECORD THAT COMES ON ACTIVE (TYPE 1)      *
      *   REHIRES   - A TERMINATED OR RESTORED EMPLOYEE MADE ACTIVE   *
      *   TERMS     - AN ACTIVE EMPLOYEE NO LONGER ACTIVE             *
      *   RESTORES  - RECORDS BROUGHT BACK FROM THE ARCHIVE ("R")     *
      *   PURGES    - RECORDS TAKEN OFF THE MASTER ("D" OR "P")       *
      *   SAL CHGS  - ANY CHANGE OF SALARY, "S" OR "C", WITH THE      *
      *               AVERAGE PERCENTAGE INCREASE                     *
      * PLUS THE NET HEADCOUNT CHANGE, THE ACTIVE HEADCOUNT AT EACH   *
      * MONTH END, AND TURNOVER (TERMS AS A PERCENTAGE OF THE         *
      * OPENING HEADCOUNT) FOR EACH MONTH AND THE WHOLE PERIOD.       *
      *                                                               *
      * THE OPENING HEADCOUNT IS REPLAYED FROM EVERY AUDIT RECORD     *
      * DATED BEFORE THE PERIOD.  OPENING PLUS THE PERIOD'S MOVEMENT  *
      * PLUS ANY MOVEMENT SINCE MUST EQUAL THE ACTIVE EMPLOYEES NOW   *
      * ON EMPLOYEE.DAT -- ANY DIFFERENCE MEANS THE MASTER WAS        *
      * CHANGED OUTSIDE THE AUDIT TRAIL AND IS FLAGGED.               *
      *                                                               *
      * A ROLLBACK ("B", WRITTEN BY MASTREST WHEN THE MASTER IS       *
      * RESTORED FROM A BACKUP GENERATION) IS NOT A MOVEMENT -- IT    *
      * UNDOES CHANGES THAT WERE ALREADY COUNTED.  ITS EFFECT ON THE  *
      * ACTIVE HEADCOUNT IS CARRIED IN THE NET CHANGE AND SHOWN AS    *
      * ITS OWN LINE ON THE RECONCILIATION.                           *
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
           SELECT TURNOVER-REPORT ASSIGN "TURNRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TURNOVER-STATUS.

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
        03 EMPLOYEE-LEAVING-DATE-M.
         05 EMPLOYEE-LEAVE-YEAR-M  PIC 9(4).
         05 EMPLOYEE-LEAVE-MONTH-M PIC 9(2).
         05 EMPLOYEE-LEAVE-DAY-M   PIC 9(2).
        03 EMPLOYEE-DEPT-M          PIC X(4).
      *    TURNOVER REPORT INFO
       FD  TURNOVER-REPORT
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS PIC X(02) VALUE SPACES.
        88 AUDIT-FILE-OK VALUE "00".
       01  EMPLOYEE-MASTER-STATUS PIC X(02) VALUE SPACES.
        88 EMPLOYEE-MASTER-OK VALUE "00".
       01  TURNOVER-STATUS PIC X(02) VALUE SPACES.

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.
        88 NOT-END-OF-FILE VALUE 0.

       01  RUN-DATE PIC 9(8).

      *    THE REQUESTED PERIOD
       01  FROM-DATE PIC 9(8) VALUE 0.
       01  FROM-DATE-PARTS REDEFINES FROM-DATE.
        03 FROM-YEAR  PIC 9(4).
        03 FROM-MONTH PIC 9(2).
        03 FROM-DAY   PIC 9(2).
       01  TO-DATE PIC 9(8) VALUE 0.
       01  TO-DATE-PARTS REDEFINES TO-DATE.
        03 TO-YEAR  PIC 9(4).
        03 TO-MONTH PIC 9(2).
        03 TO-DAY   PIC 9(2).

      *    THE DATE OF THE AUDIT RECORD IN HAND, SPLIT FOR BUCKETING
       01  MOVE-DATE PIC 9(8).
       01  MOVE-DATE-PARTS REDEFINES MOVE-DATE.
        03 MOVE-YEAR  PIC 9(4).
        03 MOVE-MONTH PIC 9(2).
        03 MOVE-DAY   PIC 9(2).

      *    WORK AREAS TO SPLIT THE MASTER IMAGES BACK INTO THEIR FIELDS
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

       01  BEFORE-ACTIVE-SWITCH PIC 9 VALUE 0.
        88 BEFORE-ACTIVE VALUE 1.
       01  AFTER-ACTIVE-SWITCH PIC 9 VALUE 0.
        88 AFTER-ACTIVE VALUE 1.
       01  ACTIVE-DELTA PIC S9(1) VALUE 0.

       01  CHANGE-PCT PIC S9(5)V9(4) VALUE 0.

      *    ONE BUCKET PER CALENDAR MONTH OF THE PERIOD, TEN YEARS MOST
       01  MONTH-COUNT PIC 9(3) VALUE 0.
       01  MONTH-INDEX PIC 9(3) VALUE 0.
       01  MONTH-YEAR-WORK  PIC 9(4).
       01  MONTH-MONTH-WORK PIC 9(2).
       01  MONTH-TABLE.
        03 MONTH-ENTRY OCCURS 1 TO 120 TIMES
            DEPENDING ON MONTH-COUNT.
         05 MTH-YEAR       PIC 9(4).
         05 MTH-MONTH      PIC 9(2).
         05 MTH-HIRES      PIC 9(5).
         05 MTH-REHIRES    PIC 9(5).
         05 MTH-TERMS      PIC 9(5).
         05 MTH-RESTORES   PIC 9(5).
         05 MTH-PURGES     PIC 9(5).
         05 MTH-SAL-CHGS   PIC 9(5).
         05 MTH-PCT-COUNT  PIC 9(5).
         05 MTH-PCT-TOTAL  PIC S9(9)V9(4).
         05 MTH-ROLLBACKS  PIC S9(5).

      *    HEADCOUNTS ARE SIGNED -- AN INCOMPLETE AUDIT TRAIL CAN
      *    REPLAY BELOW ZERO, AND THE RECONCILIATION SHOULD SHOW IT
       01  HEADCOUNTS.
        03 OPENING-HEADCOUNT  PIC S9(7) VALUE 0.
        03 MONTH-OPENING      PIC S9(7) VALUE 0.
        03 RUNNING-HEADCOUNT  PIC S9(7) VALUE 0.
        03 CLOSING-HEADCOUNT  PIC S9(7) VALUE 0.
        03 SINCE-PERIOD-NET   PIC S9(7) VALUE 0.
        03 AUDIT-HEADCOUNT    PIC S9(7) VALUE 0.
        03 MASTER-HEADCOUNT   PIC S9(7) VALUE 0.
        03 HEADCOUNT-DIFF     PIC S9(7) VALUE 0.
        03 MONTH-NET          PIC S9(7) VALUE 0.

       01  PERIOD-TOTALS.
        03 TOT-HIRES      PIC 9(6) VALUE 0.
        03 TOT-REHIRES    PIC 9(6) VALUE 0.
        03 TOT-TERMS      PIC 9(6) VALUE 0.
        03 TOT-RESTORES   PIC 9(6) VALUE 0.
        03 TOT-PURGES     PIC 9(6) VALUE 0.
        03 TOT-SAL-CHGS   PIC 9(6) VALUE 0.
        03 TOT-PCT-COUNT  PIC 9(6) VALUE 0.
        03 TOT-PCT-TOTAL  PIC S9(9)V9(4) VALUE 0.
        03 TOT-ROLLBACKS  PIC S9(6) VALUE 0.

       01  CONTROL-COUNTS.
        03 AUDITS-READ      PIC 9(7) VALUE 0.
        03 AUDITS-BEFORE    PIC 9(7) VALUE 0.
        03 AUDITS-IN-PERIOD PIC 9(7) VALUE 0.
        03 AUDITS-AFTER     PIC 9(7) VALUE 0.
        03 EMPLOYEES-READ   PIC 9(6) VALUE 0.

       01  PAGE-CONTROLS.
        03 PAGE-NO     PIC 9(4) VALUE 0.
        03 LINE-COUNT  PIC 9(2) VALUE 99.
        03 LINES-PER-PAGE PIC 9(2) VALUE 55.

       01  REPORT-HEADING-LINE.
           03  FILLER     PIC X(46)
               VALUE "WORKFORCE MOVEMENT AND TURNOVER REPORT -- RUN ".
           03  RHL-DATE   PIC 9(8).
           03  FILLER     PIC X(37) VALUE SPACES.
           03  FILLER     PIC X(5) VALUE "PAGE ".
           03  RHL-PAGE   PIC ZZZ9.

       01  REPORT-PERIOD-LINE.
           03  FILLER     PIC X(7) VALUE "PERIOD ".
           03  RPL-FROM   PIC 9(8).
           03  FILLER     PIC X(4) VALUE " TO ".
           03  RPL-TO     PIC 9(8).

       01  COLUMN-HEADING-LINE.
           03  FILLER PIC X(7)  VALUE "MONTH".
           03  FILLER PIC X(8)  VALUE "   HIRES".
           03  FILLER PIC X(8)  VALUE " REHIRES".
           03  FILLER PIC X(8)  VALUE "   TERMS".
           03  FILLER PIC X(9)  VALUE "      NET".
           03  FILLER PIC X(8)  VALUE "RESTORES".
           03  FILLER PIC X(8)  VALUE "  PURGES".
           03  FILLER PIC X(8)  VALUE "SAL CHGS".
           03  FILLER PIC X(9)  VALUE " AVG INC%".
           03  FILLER PIC X(10) VALUE " ACTIVE AT".
           03  FILLER PIC X(8)  VALUE "TURNOVER".

       01  COLUMN-HEADING-LINE-2.
           03  FILLER PIC X(74) VALUE SPACES.
           03  FILLER PIC X(10) VALUE " MONTH END".
           03  FILLER PIC X(8)  VALUE "       %".

       01  REPORT-DETAIL-LINE.
           03  RDL-YEAR       PIC 9(4).
           03  RDL-SLASH      PIC X(1) VALUE "/".
           03  RDL-MONTH      PIC 9(2).
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-HIRES      PIC ZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-REHIRES    PIC ZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-TERMS      PIC ZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-NET        PIC -ZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-RESTORES   PIC ZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-PURGES     PIC ZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-SAL-CHGS   PIC ZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-AVG-PCT    PIC -ZZ9.99.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-ACTIVE     PIC -ZZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RDL-TURNOVER   PIC ZZ9.99.

       01  REPORT-TOTAL-LINE.
           03  FILLER         PIC X(7) VALUE "PERIOD".
           03  FILLER         PIC X(1) VALUE SPACES.
           03  RTL-HIRES      PIC ZZZ,ZZ9.
           03  FILLER         PIC X(1) VALUE SPACES.
           03  RTL-REHIRES    PIC ZZZ,ZZ9.
           03  FILLER         PIC X(1) VALUE SPACES.
           03  RTL-TERMS      PIC ZZZ,ZZ9.
           03  FILLER         PIC X(1) VALUE SPACES.
           03  RTL-NET        PIC -ZZZ,ZZ9.
           03  FILLER         PIC X(1) VALUE SPACES.
           03  RTL-RESTORES   PIC ZZZ,ZZ9.
           03  FILLER         PIC X(1) VALUE SPACES.
           03  RTL-PURGES     PIC ZZZ,ZZ9.
           03  FILLER         PIC X(1) VALUE SPACES.
           03  RTL-SAL-CHGS   PIC ZZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RTL-AVG-PCT    PIC -ZZ9.99.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RTL-ACTIVE     PIC -ZZZ,ZZ9.
           03  FILLER         PIC X(2) VALUE SPACES.
           03  RTL-TURNOVER   PIC ZZ9.99.

       01  RECON-LINE.
           03  RCN-LABEL      PIC X(46).
           03  RCN-COUNT      PIC -Z,ZZZ,ZZ9.

       01  REPORT-TEXT-LINE.
           03  RXL-TEXT PIC X(80).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM TALLY-AUDIT-PARA UNTIL END-OF-FILE.
           CLOSE AUDIT-FILE.
           PERFORM COUNT-MASTER-PARA.
           PERFORM PRINT-MONTHS-PARA.
           PERFORM PRINT-RECONCILIATION-PARA.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER PERIOD FROM DATE YYYYMMDD".
           ACCEPT FROM-DATE.
           DISPLAY "ENTER PERIOD TO DATE YYYYMMDD (0 FOR TODAY)".
           ACCEPT TO-DATE.
           IF TO-DATE = 0
               MOVE RUN-DATE TO TO-DATE
           END-IF.
           IF FROM-DATE = 0
            OR FROM-MONTH < 1 OR FROM-MONTH > 12
            OR TO-MONTH < 1 OR TO-MONTH > 12
            OR FROM-DATE > TO-DATE
               DISPLAY "PERIOD " FROM-DATE " TO " TO-DATE
                   " IS NOT VALID"
               DISPLAY "NO REPORT PRODUCED"
               STOP RUN
           END-IF.
           IF (TO-YEAR - FROM-YEAR) * 12 + TO-MONTH - FROM-MONTH
               NOT < 120
               DISPLAY "PERIOD IS LONGER THAN TEN YEARS"
               DISPLAY "NO REPORT PRODUCED"
               STOP RUN
           END-IF.
           PERFORM BUILD-MONTHS-PARA.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               DISPLAY "ERROR OPENING AUDIT.DAT: " AUDIT-STATUS
               DISPLAY "NO AUDIT HISTORY TO REPORT"
               STOP RUN
           END-IF.
           OPEN OUTPUT TURNOVER-REPORT.
           MOVE RUN-DATE  TO RHL-DATE.
           MOVE FROM-DATE TO RPL-FROM.
           MOVE TO-DATE   TO RPL-TO.
           PERFORM READ-AUDIT-PARA.

      *    ONE EMPTY BUCKET FOR EVERY MONTH FROM THE FROM-DATE'S MONTH
      *    TO THE TO-DATE'S, SO QUIET MONTHS STILL PRINT
       BUILD-MONTHS-PARA.
           MOVE 0 TO MONTH-COUNT.
           MOVE FROM-YEAR  TO MONTH-YEAR-WORK.
           MOVE FROM-MONTH TO MONTH-MONTH-WORK.
           PERFORM ADD-MONTH-PARA
               UNTIL MONTH-YEAR-WORK > TO-YEAR
                  OR (MONTH-YEAR-WORK = TO-YEAR
                      AND MONTH-MONTH-WORK > TO-MONTH).

       ADD-MONTH-PARA.
           ADD 1 TO MONTH-COUNT.
           MOVE MONTH-YEAR-WORK  TO MTH-YEAR(MONTH-COUNT).
           MOVE MONTH-MONTH-WORK TO MTH-MONTH(MONTH-COUNT).
           MOVE 0 TO MTH-HIRES(MONTH-COUNT).
           MOVE 0 TO MTH-REHIRES(MONTH-COUNT).
           MOVE 0 TO MTH-TERMS(MONTH-COUNT).
           MOVE 0 TO MTH-RESTORES(MONTH-COUNT).
           MOVE 0 TO MTH-PURGES(MONTH-COUNT).
           MOVE 0 TO MTH-SAL-CHGS(MONTH-COUNT).
           MOVE 0 TO MTH-PCT-COUNT(MONTH-COUNT).
           MOVE 0 TO MTH-PCT-TOTAL(MONTH-COUNT).
           MOVE 0 TO MTH-ROLLBACKS(MONTH-COUNT).
           IF MONTH-MONTH-WORK = 12
               ADD 1 TO MONTH-YEAR-WORK
               MOVE 1 TO MONTH-MONTH-WORK
           ELSE
               ADD 1 TO MONTH-MONTH-WORK
           END-IF.

       READ-AUDIT-PARA.
           READ AUDIT-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO AUDITS-READ
           END-READ.

      *****************************************************************
      * EACH AUDIT RECORD MOVES THE ACTIVE HEADCOUNT BY -1, 0 OR +1,  *
      * DEPENDING ON WHETHER THE EMPLOYEE WAS ACTIVE BEFORE AND       *
      * AFTER.  BEFORE THE PERIOD THAT BUILDS THE OPENING HEADCOUNT;  *
      * AFTER IT IT IS HELD FOR THE RECONCILIATION; INSIDE IT THE     *
      * RECORD IS CLASSIFIED INTO ITS MONTH.                          *
      *****************************************************************
       TALLY-AUDIT-PARA.
           MOVE 0 TO BEFORE-ACTIVE-SWITCH.
           MOVE 0 TO AFTER-ACTIVE-SWITCH.
           IF AUD-BEFORE-IMAGE NOT = SPACES
               MOVE AUD-BEFORE-IMAGE TO BEFORE-WORK
               IF BFR-TYPE = 1
                   MOVE 1 TO BEFORE-ACTIVE-SWITCH
               END-IF
           END-IF.
           IF AUD-AFTER-IMAGE NOT = SPACES
               MOVE AUD-AFTER-IMAGE TO AFTER-WORK
               IF AFR-TYPE = 1
                   MOVE 1 TO AFTER-ACTIVE-SWITCH
               END-IF
           END-IF.
           COMPUTE ACTIVE-DELTA =
               AFTER-ACTIVE-SWITCH - BEFORE-ACTIVE-SWITCH.
           EVALUATE TRUE
               WHEN AUD-RUN-DATE < FROM-DATE
                   ADD 1 TO AUDITS-BEFORE
                   ADD ACTIVE-DELTA TO OPENING-HEADCOUNT
               WHEN AUD-RUN-DATE > TO-DATE
                   ADD 1 TO AUDITS-AFTER
                   ADD ACTIVE-DELTA TO SINCE-PERIOD-NET
               WHEN OTHER
                   ADD 1 TO AUDITS-IN-PERIOD
                   IF AUD-ACTION = "B"
                       PERFORM TALLY-ROLLBACK-PARA
                   ELSE
                       PERFORM CLASSIFY-MOVEMENT-PARA
                   END-IF
           END-EVALUATE.
           PERFORM READ-AUDIT-PARA.

       TALLY-ROLLBACK-PARA.
           MOVE AUD-RUN-DATE TO MOVE-DATE.
           COMPUTE MONTH-INDEX = (MOVE-YEAR - FROM-YEAR) * 12
               + MOVE-MONTH - FROM-MONTH + 1.
           ADD ACTIVE-DELTA TO MTH-ROLLBACKS(MONTH-INDEX).

       CLASSIFY-MOVEMENT-PARA.
           MOVE AUD-RUN-DATE TO MOVE-DATE.
           COMPUTE MONTH-INDEX = (MOVE-YEAR - FROM-YEAR) * 12
               + MOVE-MONTH - FROM-MONTH + 1.
           IF BEFORE-ACTIVE AND NOT AFTER-ACTIVE
               ADD 1 TO MTH-TERMS(MONTH-INDEX)
           END-IF.
      *    A RESTORE HAS NO BEFORE-IMAGE BUT IS NOT A NEW HIRE
           IF AFTER-ACTIVE AND NOT BEFORE-ACTIVE
               IF AUD-BEFORE-IMAGE = SPACES AND AUD-ACTION NOT = "R"
                   ADD 1 TO MTH-HIRES(MONTH-INDEX)
               ELSE
                   ADD 1 TO MTH-REHIRES(MONTH-INDEX)
               END-IF
           END-IF.
           IF AUD-ACTION = "R"
               ADD 1 TO MTH-RESTORES(MONTH-INDEX)
           END-IF.
           IF AUD-BEFORE-IMAGE NOT = SPACES
            AND AUD-AFTER-IMAGE = SPACES
               ADD 1 TO MTH-PURGES(MONTH-INDEX)
           END-IF.
           IF AUD-BEFORE-IMAGE NOT = SPACES
            AND AUD-AFTER-IMAGE NOT = SPACES
            AND AFR-SALARY NOT = BFR-SALARY
               ADD 1 TO MTH-SAL-CHGS(MONTH-INDEX)
               IF BFR-SALARY > 0
                   COMPUTE CHANGE-PCT ROUNDED =
                       (AFR-SALARY - BFR-SALARY) * 100 / BFR-SALARY
                   ADD 1 TO MTH-PCT-COUNT(MONTH-INDEX)
                   ADD CHANGE-PCT TO MTH-PCT-TOTAL(MONTH-INDEX)
               END-IF
           END-IF.

      *****************************************************************
      * THE ACTIVE EMPLOYEES NOW ON THE MASTER, FOR THE               *
      * RECONCILIATION.                                               *
      *****************************************************************
       COUNT-MASTER-PARA.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-OK
               DISPLAY "ERROR OPENING EMPLOYEE.DAT: "
                   EMPLOYEE-MASTER-STATUS
               DISPLAY "RECONCILIATION WILL SHOW NO ACTIVE EMPLOYEES"
           ELSE
               MOVE 0 TO END-OF-FILE-SWITCH
               MOVE ZEROS TO EMPLOYEE-NO-M
               START EMPLOYEE-MASTER KEY NOT LESS THAN EMPLOYEE-NO-M
                   INVALID KEY
                       MOVE 1 TO END-OF-FILE-SWITCH
               END-START
               PERFORM COUNT-EMPLOYEE-PARA UNTIL END-OF-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.

       COUNT-EMPLOYEE-PARA.
           READ EMPLOYEE-MASTER NEXT
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO EMPLOYEES-READ
                   IF EMPLOYEE-TYPE-M = 1
                       ADD 1 TO MASTER-HEADCOUNT
                   END-IF
           END-READ.

      *****************************************************************
      * ONE LINE PER MONTH, CARRYING THE ACTIVE HEADCOUNT FORWARD     *
      * FROM THE OPENING FIGURE, THEN THE PERIOD TOTAL LINE.          *
      *****************************************************************
       PRINT-MONTHS-PARA.
           MOVE OPENING-HEADCOUNT TO RUNNING-HEADCOUNT.
           MOVE 0 TO MONTH-INDEX.
           PERFORM PRINT-ONE-MONTH-PARA UNTIL MONTH-INDEX = MONTH-COUNT.
           MOVE RUNNING-HEADCOUNT TO CLOSING-HEADCOUNT.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING-PARA
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOT-HIRES    TO RTL-HIRES.
           MOVE TOT-REHIRES  TO RTL-REHIRES.
           MOVE TOT-TERMS    TO RTL-TERMS.
           COMPUTE RTL-NET = TOT-HIRES + TOT-REHIRES - TOT-TERMS
               + TOT-ROLLBACKS.
           MOVE TOT-RESTORES TO RTL-RESTORES.
           MOVE TOT-PURGES   TO RTL-PURGES.
           MOVE TOT-SAL-CHGS TO RTL-SAL-CHGS.
           IF TOT-PCT-COUNT > 0
               COMPUTE RTL-AVG-PCT ROUNDED =
                   TOT-PCT-TOTAL / TOT-PCT-COUNT
           ELSE
               MOVE 0 TO RTL-AVG-PCT
           END-IF.
           MOVE CLOSING-HEADCOUNT TO RTL-ACTIVE.
           IF OPENING-HEADCOUNT > 0
               COMPUTE RTL-TURNOVER ROUNDED =
                   TOT-TERMS * 100 / OPENING-HEADCOUNT
           ELSE
               MOVE 0 TO RTL-TURNOVER
           END-IF.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           ADD 2 TO LINE-COUNT.

       PRINT-ONE-MONTH-PARA.
           ADD 1 TO MONTH-INDEX.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING-PARA
           END-IF.
           MOVE RUNNING-HEADCOUNT TO MONTH-OPENING.
           COMPUTE MONTH-NET = MTH-HIRES(MONTH-INDEX)
               + MTH-REHIRES(MONTH-INDEX) - MTH-TERMS(MONTH-INDEX)
               + MTH-ROLLBACKS(MONTH-INDEX).
           ADD MONTH-NET TO RUNNING-HEADCOUNT.
           MOVE MTH-YEAR(MONTH-INDEX)     TO RDL-YEAR.
           MOVE MTH-MONTH(MONTH-INDEX)    TO RDL-MONTH.
           MOVE MTH-HIRES(MONTH-INDEX)    TO RDL-HIRES.
           MOVE MTH-REHIRES(MONTH-INDEX)  TO RDL-REHIRES.
           MOVE MTH-TERMS(MONTH-INDEX)    TO RDL-TERMS.
           MOVE MONTH-NET                 TO RDL-NET.
           MOVE MTH-RESTORES(MONTH-INDEX) TO RDL-RESTORES.
           MOVE MTH-PURGES(MONTH-INDEX)   TO RDL-PURGES.
           MOVE MTH-SAL-CHGS(MONTH-INDEX) TO RDL-SAL-CHGS.
           IF MTH-PCT-COUNT(MONTH-INDEX) > 0
               COMPUTE RDL-AVG-PCT ROUNDED =
                   MTH-PCT-TOTAL(MONTH-INDEX)
                   / MTH-PCT-COUNT(MONTH-INDEX)
           ELSE
               MOVE 0 TO RDL-AVG-PCT
           END-IF.
           MOVE RUNNING-HEADCOUNT TO RDL-ACTIVE.
           IF MONTH-OPENING > 0
               COMPUTE RDL-TURNOVER ROUNDED =
                   MTH-TERMS(MONTH-INDEX) * 100 / MONTH-OPENING
           ELSE
               MOVE 0 TO RDL-TURNOVER
           END-IF.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD MTH-HIRES(MONTH-INDEX)     TO TOT-HIRES.
           ADD MTH-REHIRES(MONTH-INDEX)   TO TOT-REHIRES.
           ADD MTH-TERMS(MONTH-INDEX)     TO TOT-TERMS.
           ADD MTH-RESTORES(MONTH-INDEX)  TO TOT-RESTORES.
           ADD MTH-PURGES(MONTH-INDEX)    TO TOT-PURGES.
           ADD MTH-SAL-CHGS(MONTH-INDEX)  TO TOT-SAL-CHGS.
           ADD MTH-PCT-COUNT(MONTH-INDEX) TO TOT-PCT-COUNT.
           ADD MTH-PCT-TOTAL(MONTH-INDEX) TO TOT-PCT-TOTAL.
           ADD MTH-ROLLBACKS(MONTH-INDEX) TO TOT-ROLLBACKS.

       PRINT-PAGE-HEADING-PARA.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO RHL-PAGE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           WRITE REPORT-LINE FROM REPORT-PERIOD-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 6 TO LINE-COUNT.

      *****************************************************************
      * OPENING PLUS THE PERIOD'S MOVEMENT GIVES THE CLOSING          *
      * HEADCOUNT; ADDING WHAT HAS MOVED SINCE MUST GIVE THE ACTIVE   *
      * EMPLOYEES ON THE MASTER TODAY.                                *
      *****************************************************************
       PRINT-RECONCILIATION-PARA.
           IF LINE-COUNT > LINES-PER-PAGE - 17
               PERFORM PRINT-PAGE-HEADING-PARA
           END-IF.
           COMPUTE AUDIT-HEADCOUNT =
               CLOSING-HEADCOUNT + SINCE-PERIOD-NET.
           COMPUTE HEADCOUNT-DIFF = MASTER-HEADCOUNT - AUDIT-HEADCOUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HEADCOUNT RECONCILIATION" TO RXL-TEXT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPENING ACTIVE HEADCOUNT" TO RCN-LABEL.
           MOVE OPENING-HEADCOUNT TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "  PLUS HIRES" TO RCN-LABEL.
           MOVE TOT-HIRES TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "  PLUS REHIRES" TO RCN-LABEL.
           MOVE TOT-REHIRES TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "  LESS TERMINATIONS" TO RCN-LABEL.
           MOVE TOT-TERMS TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "  PLUS/LESS ROLLBACKS TO BACKUP" TO RCN-LABEL.
           MOVE TOT-ROLLBACKS TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "CLOSING ACTIVE HEADCOUNT AT END OF PERIOD"
               TO RCN-LABEL.
           MOVE CLOSING-HEADCOUNT TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "  NET MOVEMENT SINCE END OF PERIOD" TO RCN-LABEL.
           MOVE SINCE-PERIOD-NET TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "ACTIVE HEADCOUNT PER AUDIT TRAIL" TO RCN-LABEL.
           MOVE AUDIT-HEADCOUNT TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "ACTIVE EMPLOYEES ON EMPLOYEE.DAT" TO RCN-LABEL.
           MOVE MASTER-HEADCOUNT TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "DIFFERENCE" TO RCN-LABEL.
           MOVE HEADCOUNT-DIFF TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF HEADCOUNT-DIFF = 0
               MOVE "RECONCILED TO EMPLOYEE.DAT" TO RXL-TEXT
           ELSE
               MOVE "*** OUT OF BALANCE - SEE DIFFERENCE ABOVE ***"
                   TO RXL-TEXT
           END-IF.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           ADD 16 TO LINE-COUNT.

       TERMINATE-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AUDIT RECORDS READ" TO RCN-LABEL.
           MOVE AUDITS-READ TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "  BEFORE THE PERIOD" TO RCN-LABEL.
           MOVE AUDITS-BEFORE TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "  IN THE PERIOD" TO RCN-LABEL.
           MOVE AUDITS-IN-PERIOD TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "  AFTER THE PERIOD" TO RCN-LABEL.
           MOVE AUDITS-AFTER TO RCN-COUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           DISPLAY "AUDIT RECORDS READ: " AUDITS-READ.
           DISPLAY "OPENING HEADCOUNT:  " OPENING-HEADCOUNT.
           DISPLAY "CLOSING HEADCOUNT:  " CLOSING-HEADCOUNT.
           IF HEADCOUNT-DIFF = 0
               DISPLAY "RECONCILED TO EMPLOYEE.DAT"
           ELSE
               DISPLAY "OUT OF BALANCE BY " HEADCOUNT-DIFF
           END-IF.
           CLOSE TURNOVER-REPORT.
