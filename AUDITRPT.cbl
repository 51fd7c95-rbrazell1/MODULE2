      * AGAINST EMPLOYEE.DAT, WITH BEFORE AND AFTER IMAGES) AND       *
      * PRINTS THE HISTORY FOR A GIVEN EMPLOYEE NUMBER, A GIVEN RUN   *
      * DATE, OR BOTH.  ZERO IN EITHER ANSWER MEANS NO FILTER.        *
      * A ROLLBACK ("B", WRITTEN BY MASTREST WHEN THE MASTER IS       *
      * RESTORED FROM A BACKUP GENERATION) SHOWS THE RECORD AS IT     *
      * STOOD BEFORE THE RESTORE AND AS IT WAS PUT BACK.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
        03 AUD-RUN-DATE     PIC 9(8).
        03 AUD-ACTION       PIC X.
        03 AUD-EMPLOYEE-NO  PIC 9(6).
        03 AUD-BEFORE-IMAGE PIC X(46).
        03 AUD-AFTER-IMAGE  PIC X(46).
        03 AUD-OPERATOR     PIC X(8).
        03 AUD-TIME         PIC 9(6).
      *    HISTORY REPORT INFO
        03 IMG-SALARY  PIC 9(5)V9(2).
        03 IMG-NO      PIC 9(6).
        03 IMG-LEAVE   PIC 9(8).
        03 IMG-DEPT    PIC X(4).

       01  REPORT-HEADING-LINE.
           03  FILLER PIC X(37)
           03  RIL-SALARY  PIC ZZ,ZZ9.99.
           03  FILLER      PIC X(2) VALUE SPACES.
           03  RIL-LEAVE   PIC 9(8).
           03  FILLER      PIC X(2) VALUE SPACES.
           03  RIL-DEPT    PIC X(4).

       01  REPORT-COUNT-LINE.
           03  FILLER      PIC X(16) VALUE "CHANGES LISTED: ".
                   MOVE "RESTORE" TO RAL-ACTION
               WHEN "D"
                   MOVE "DELETE" TO RAL-ACTION
               WHEN "P"
                   MOVE "PURGE" TO RAL-ACTION
               WHEN "B"
                   MOVE "ROLLBACK" TO RAL-ACTION
               WHEN OTHER
                   MOVE "CHANGE" TO RAL-ACTION
           END-EVALUATE.
           MOVE AUD-TIME TO RAL-TIME.
           WRITE REPORT-LINE FROM REPORT-ACTION-LINE.
           IF AUD-ACTION = "C" OR AUD-ACTION = "S"
            OR AUD-ACTION = "D" OR AUD-ACTION = "P"
            OR (AUD-ACTION = "B" AND AUD-BEFORE-IMAGE NOT = SPACES)
               MOVE AUD-BEFORE-IMAGE TO IMAGE-WORK
               MOVE " BEFORE: " TO RIL-LABEL
               PERFORM PRINT-IMAGE-PARA
           END-IF.
      *    A DELETE OR PURGE HAS NO AFTER IMAGE -- THE RECORD IS GONE.
      *    A ROLLBACK HAS WHICHEVER IMAGES EXISTED ON EACH SIDE.
           IF AUD-ACTION NOT = "D" AND AUD-ACTION NOT = "P"
            AND NOT (AUD-ACTION = "B" AND AUD-AFTER-IMAGE = SPACES)
               MOVE AUD-AFTER-IMAGE TO IMAGE-WORK
               MOVE " AFTER:  " TO RIL-LABEL
               PERFORM PRINT-IMAGE-PARA
           MOVE IMG-NAME   TO RIL-NAME.
           MOVE IMG-SALARY TO RIL-SALARY.
           MOVE IMG-LEAVE  TO RIL-LEAVE.
           MOVE IMG-DEPT   TO RIL-DEPT.
           WRITE REPORT-LINE FROM REPORT-IMAGE-LINE.

       TERMINATE-PARA.
