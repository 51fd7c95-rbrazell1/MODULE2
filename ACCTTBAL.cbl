       SECURITY.                MICROFOCUS
      *****************************************************************
      * ACCOUNT MASTER TRIAL BALANCE AND DORMANT ACCOUNT REPORT.      *
      * READS THE WHOLE OF ACCTMAST.DAT IN KEY ORDER AND PRINTS EVERY *
      * ACCOUNT WITH ITS BALANCE, LAST POSTING DATE AND A CLOSED      *
      * MARKER, FOLLOWED BY SUBTOTALS PER TYPE/KIND COMBINATION WITH  *
      * THE DESCRIPTIONS FROM CODEREF.DAT AND A GRAND TOTAL SPLIT     *
      * BETWEEN OPEN AND CLOSED ACCOUNTS, THEN A SECOND SECTION       *
      * FLAGGING DORMANT ACCOUNTS -- OPEN ACCOUNTS WHOSE LAST POSTING *
      * IS OLDER THAN A CUTOFF DATE THE OPERATOR ENTERS -- AND A      *
      * THIRD LISTING THE ACCOUNTS CLOSED THROUGH ACCTMAINT WITH      *
      * THEIR CLOSE DATES.  ANSWERS THE MONTHLY QUESTION OF HOW MANY  *
      * ACCOUNTS ARE OPEN, HOW MANY ARE CLOSED, AND WHICH ARE         *
      * INACTIVE.                                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       FILE SECTION.
      *    ACCOUNT MASTER -- LAYOUT AS MAINTAINED BY ACCTPOST/ACCTMAINT
       FD  ACCOUNT-MASTER
       01  ACCOUNT-MASTER-RECORD
        03 ACCT-NO-M     PIC 9(12)V9(3).
        03 DESCRIPTION-M PIC X(30).
        03 DATE-POSTED-M PIC 9(8).
        03 BALANCE-M     PIC S9(11)V99.
        03 ACCT-STATUS-M PIC X(1).
         88 ACCOUNT-OPEN   VALUE "O".
         88 ACCOUNT-CLOSED VALUE "C".
        03 DATE-CLOSED-M PIC 9(8).
      *    CODE REFERENCE FILE -- TYPE/KIND DESCRIPTIONS KEPT BY
      *    CODEMNT, WHICH STAMPS WHO LAST CHANGED EACH ENTRY AND WHEN
       FD  CODE-REF-FILE
        03 ACCOUNTS-LISTED  PIC 9(6) VALUE 0.
        03 ACCOUNTS-DORMANT PIC 9(6) VALUE 0.
        03 GRAND-TOTAL      PIC S9(13)V99 VALUE 0.
        03 OPEN-ACCOUNTS    PIC 9(6) VALUE 0.
        03 OPEN-TOTAL       PIC S9(13)V99 VALUE 0.
        03 CLOSED-ACCOUNTS  PIC 9(6) VALUE 0.
        03 CLOSED-TOTAL     PIC S9(13)V99 VALUE 0.

       01  PAGE-CONTROLS.
        03 PAGE-NO        PIC 9(4) VALUE 0.
           03  FILLER PIC X(32) VALUE "DESCRIPTION".
           03  FILLER PIC X(10) VALUE "POSTED".
           03  FILLER PIC X(19) VALUE "            BALANCE".
           03  FILLER PIC X(8)  VALUE "  STATUS".

       01  REPORT-DETAIL-LINE.
           03  RDL-ACCT     PIC Z(12).
           03  RDL-POSTED   PIC 9(8).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-BALANCE  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-STATUS   PIC X(6).

       01  SECTION-HEADING-LINE.
           03  SHL-TITLE PIC X(50).
           03  STL-BALANCE  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  GRAND-TOTAL-LINE.
           03  GTL-LABEL    PIC X(20) VALUE "ALL ACCOUNTS".
           03  FILLER       PIC X(7) VALUE "COUNT ".
           03  GTL-COUNT    PIC ZZZ,ZZ9.
           03  FILLER       PIC X(8) VALUE "  TOTAL ".
           03  FILLER       PIC X(13) VALUE " LAST POSTED ".
           03  DDL-POSTED   PIC 9(8).

       01  CLOSED-DETAIL-LINE.
           03  FILLER       PIC X(8) VALUE "CLOSED  ".
           03  CDL-ACCT     PIC Z(12).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  CDL-DESC     PIC X(30).
           03  FILLER       PIC X(13) VALUE " CLOSED ON   ".
           03  CDL-CLOSED   PIC 9(8).

       01  REPORT-COUNT-LINE.
           03  RCL-LABEL    PIC X(20).
           03  RCL-COUNT    PIC ZZZ,ZZ9.
           PERFORM PRINT-TRIAL-BALANCE-PARA.
           PERFORM PRINT-SUBTOTALS-PARA.
           PERFORM PRINT-DORMANT-PARA THRU PRINT-DORMANT-EXIT.
           PERFORM PRINT-CLOSED-PARA THRU PRINT-CLOSED-EXIT.
           PERFORM TERMINATE-PARA.
           STOP RUN.

           MOVE DESCRIPTION-M TO RDL-DESC.
           MOVE DATE-POSTED-M TO RDL-POSTED.
           MOVE BALANCE-M     TO RDL-BALANCE.
           IF ACCOUNT-CLOSED
               MOVE "CLOSED" TO RDL-STATUS
               ADD 1 TO CLOSED-ACCOUNTS
               ADD BALANCE-M TO CLOSED-TOTAL
           ELSE
               MOVE SPACES TO RDL-STATUS
               ADD 1 TO OPEN-ACCOUNTS
               ADD BALANCE-M TO OPEN-TOTAL
           END-IF.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO ACCOUNTS-LISTED.

      *****************************************************************
      * SUBTOTALS BY TYPE/KIND COMBINATION WITH THE CODE REFERENCE    *
      * DESCRIPTIONS, THEN THE GRAND TOTAL ACROSS THE FILE SPLIT      *
      * INTO OPEN AND CLOSED ACCOUNTS.                                *
      *****************************************************************
       PRINT-SUBTOTALS-PARA.
           MOVE SPACES TO REPORT-LINE.
           MOVE ACCOUNTS-LISTED TO GTL-COUNT.
           MOVE GRAND-TOTAL TO GTL-TOTAL.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
           MOVE "  OPEN ACCOUNTS" TO GTL-LABEL.
           MOVE OPEN-ACCOUNTS TO GTL-COUNT.
           MOVE OPEN-TOTAL TO GTL-TOTAL.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
           MOVE "  CLOSED ACCOUNTS" TO GTL-LABEL.
           MOVE CLOSED-ACCOUNTS TO GTL-COUNT.
           MOVE CLOSED-TOTAL TO GTL-TOTAL.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.

       PRINT-ONE-SUBTOTAL-PARA.
           ADD 1 TO SUMMARY-INDEX.
      *****************************************************************
      * SECOND PASS -- DORMANT ACCOUNTS, LAST POSTED BEFORE THE       *
      * CUTOFF THE OPERATOR KEYED.  A ZERO CUTOFF SKIPS THE SECTION.  *
      * A CLOSED ACCOUNT IS NOT DORMANT -- IT HAS ITS OWN SECTION.    *
      *****************************************************************
       PRINT-DORMANT-PARA.
           IF CUTOFF-DATE = 0

       CHECK-DORMANT-PARA.
           IF DATE-POSTED-M < CUTOFF-DATE
            AND NOT ACCOUNT-CLOSED
               MOVE ACCT-NO-M     TO DDL-ACCT
               MOVE DESCRIPTION-M TO DDL-DESC
               MOVE DATE-POSTED-M TO DDL-POSTED
           END-IF.
           PERFORM READ-MASTER-PARA.

      *****************************************************************
      * THIRD PASS -- ACCOUNTS CLOSED THROUGH ACCTMAINT, WITH THE     *
      * DATE EACH WAS CLOSED.  SKIPPED WHEN NONE ARE CLOSED.          *
      *****************************************************************
       PRINT-CLOSED-PARA.
           IF CLOSED-ACCOUNTS = 0
               GO TO PRINT-CLOSED-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CLOSED ACCOUNTS" TO SHL-TITLE.
           WRITE REPORT-LINE FROM SECTION-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO END-OF-FILE-SWITCH.
           MOVE ZEROS TO ACCT-NO-M.
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NO-M
               INVALID KEY
                   MOVE 1 TO END-OF-FILE-SWITCH
           END-START.
           IF NOT-END-OF-FILE
               PERFORM READ-MASTER-PARA
           END-IF.
           PERFORM CHECK-CLOSED-PARA UNTIL END-OF-FILE.
       PRINT-CLOSED-EXIT.
           EXIT.

       CHECK-CLOSED-PARA.
           IF ACCOUNT-CLOSED
               MOVE ACCT-NO-M     TO CDL-ACCT
               MOVE DESCRIPTION-M TO CDL-DESC
               MOVE DATE-CLOSED-M TO CDL-CLOSED
               WRITE REPORT-LINE FROM CLOSED-DETAIL-LINE
           END-IF.
           PERFORM READ-MASTER-PARA.

       TERMINATE-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCOUNTS ON FILE:   " TO RCL-LABEL.
           MOVE ACCOUNTS-LISTED TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "OPEN ACCOUNTS:      " TO RCL-LABEL.
           MOVE OPEN-ACCOUNTS TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "CLOSED ACCOUNTS:    " TO RCL-LABEL.
           MOVE CLOSED-ACCOUNTS TO RCL-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           DISPLAY "ACCOUNTS ON FILE:   " ACCOUNTS-LISTED.
           DISPLAY "OPEN ACCOUNTS:      " OPEN-ACCOUNTS.
           DISPLAY "CLOSED ACCOUNTS:    " CLOSED-ACCOUNTS.
           DISPLAY "DORMANT ACCOUNTS:   " ACCOUNTS-DORMANT.
           CLOSE ACCOUNT-MASTER TRIAL-REPORT.
