       DATE-COMPILED.           8/22/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * GENERAL-LEDGER EXTRACT.  READS THE DAY'S EDITED POSTING FILE  *
      * (ACCTVALD.DAT, WRITTEN BY ACCTEDIT) SO THE LEDGER RECEIVES    *
      * EXACTLY WHAT ACCTPOST POSTED -- ANYTHING HELD IN SUSPENSE     *
      * REACHES THE GL ONLY WHEN IT IS RELEASED AND POSTS.            *
      * SUMMARIZES BALANCE-O BY TYPE-CODE AND KIND-CODE COMBINATION,  *
      * AND WRITES A FIXED-FORMAT GL INTERFACE FILE -- A HEADER       *
      * RECORD WITH THE RUN DATE, ONE DETAIL PER TYPE/KIND            *
      * COMBINATION, AND A TRAILER WITH THE DETAIL RECORD COUNT AND A *
      * HASH TOTAL OF THE AMOUNTS SO THE LEDGER SIDE CAN LOAD IT      *
      * UNATTENDED AND REJECT IT IF THE CONTROLS DO NOT MATCH.  EACH  *
      * EXTRACT CARRIES A UNIQUE BATCH NUMBER IN THE HEADER AND IS    *
      * LOGGED TO GLBATLOG.DAT WITH ITS DATE, DETAIL COUNT, AND HASH  *
      * TOTAL -- GLACK MATCHES THE LEDGER'S ACKNOWLEDGMENTS BACK TO   *
      * THE LOG AND CHASES ANYTHING UNANSWERED.  EVERY DETAIL IS ALSO *
      * ACCUMULATED ON GLMONTH.DAT FOR THE MONTHEND CLOSE, WHICH TIES *
      * THE ACCOUNT MASTER BACK TO THE LEDGER.                        *
      * THE EXTRACT IS ONLY TAKEN WHEN ACCTECTL.DAT SAYS THE POSTING  *
      * FILE IS FROM THE EDIT FOR THE CURRENT PROCESSING DATE -- A    *
      * POSTING FILE LEFT OVER FROM AN EARLIER DAY HAS ALREADY GONE   *
      * TO THE LEDGER AND MUST NOT BE SENT AGAIN.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN "ACCTVALD.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ACCOUNT-STATUS.
           SELECT GL-FILE ASSIGN "GLFILE.DAT"
           SELECT GL-MONTH-FILE ASSIGN "GLMONTH.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS GL-MONTH-STATUS.
           SELECT EDIT-CONTROL-FILE ASSIGN "ACCTECTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EDIT-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    POSTING FILE -- THE DAY'S RECORDS THAT PASSED ACCTEDIT
       FD  ACCOUNT-FILE
       01  ACCOUNT-FILE-RECORD
        03 ACCT-NO-O     PIC 9(12)V9(3).
       FD  RUN-CONTROL-FILE
       01  RUN-CONTROL-RECORD
        03 RC-PROCESS-DATE PIC 9(8).
        03 FILLER          PIC X(72).
      *    BATCH LOG -- ONE RECORD PER EXTRACT SENT TO THE LEDGER.
      *    GLACK SETS THE STATUS AND ACKNOWLEDGMENT DATE.
       FD  BATCH-LOG-FILE
        03 GLM-TYPE-CODE PIC 9(2).
        03 GLM-KIND-CODE PIC 9(3).
        03 GLM-AMOUNT    PIC S9(11)V9(2).
      *    EDIT CONTROL RECORD -- WRITTEN BY ACCTEDIT WITH THE POSTING
      *    FILE.  ONLY THE DATE OF THE EDIT IS USED HERE.
       FD  EDIT-CONTROL-FILE
       01  EDIT-CONTROL-RECORD
        03 ECT-RUN-DATE PIC 9(8).
        03 FILLER       PIC X(95).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-STATUS PIC X(02) VALUE SPACES.
       01  GL-MONTH-STATUS PIC X(02) VALUE SPACES.
        88 GL-MONTH-NOT-FOUND VALUE "35".

       01  EDIT-CONTROL-STATUS PIC X(02) VALUE SPACES.
        88 EDIT-CONTROL-OK VALUE "00".

       01  EDIT-DATE PIC 9(8) VALUE 0.

       01  BATCH-LOG-EOF PIC 9 VALUE 0.

       01  BATCH-NO PIC 9(6) VALUE 0.

       INITIALIZE-PARA.
           PERFORM GET-PROCESS-DATE-PARA.
           PERFORM CHECK-EDIT-CONTROL-PARA.
           PERFORM ASSIGN-BATCH-NO-PARA.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTVALD.DAT: " ACCOUNT-STATUS
               DISPLAY "NO GL EXTRACT PRODUCED"
               STOP RUN
           END-IF.
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *****************************************************************
      * ACCTVALD.DAT STAYS ON DISK UNTIL THE NEXT EDIT REPLACES IT,   *
      * SO ITS DATE IS CHECKED BEFORE ANYTHING IS EXTRACTED.  IF      *
      * ACCTEDIT HAS NOT RUN FOR THE PROCESSING DATE THE FILE IS AN   *
      * EARLIER DAY'S, ALREADY SENT, AND NO EXTRACT IS PRODUCED.      *
      *****************************************************************
       CHECK-EDIT-CONTROL-PARA.
           MOVE 0 TO EDIT-DATE.
           OPEN INPUT EDIT-CONTROL-FILE.
           IF EDIT-CONTROL-OK
               READ EDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ECT-RUN-DATE TO EDIT-DATE
               END-READ
               CLOSE EDIT-CONTROL-FILE
           END-IF.
           IF EDIT-DATE NOT = RUN-DATE
               DISPLAY "ACCTVALD.DAT IS NOT FROM THE EDIT FOR " RUN-DATE
               DISPLAY "LAST EDIT ON ACCTECTL.DAT: " EDIT-DATE
               DISPLAY "NO GL EXTRACT PRODUCED - RUN ACCTEDIT FIRST"
               STOP RUN
           END-IF.

      *****************************************************************
      * THE NEXT BATCH NUMBER IS ONE PAST THE HIGHEST ON THE LOG --   *
      * THE LOG ONLY EVER GROWS, SO THE LAST RECORD CARRIES IT.  AN   *
