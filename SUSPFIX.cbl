************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPFIX.
       INSTALLATION. STANDARD CUSTOMER INFORMATION SYSTEM.
       DATE-COMPILED. 10/15/2026.
      *****************************************************************
      * ONLINE CORRECTION AND RELEASE OF THE ACCOUNT EDIT SUSPENSE.   *
      * LOADS ACCTSUSP.DAT (WRITTEN BY ACCTEDIT), SHOWS EACH ITEM     *
      * WITH ITS REASON CODES SPELLED OUT AND ITS AGE IN DAYS, AND    *
      * LETS THE OPERATOR EITHER CORRECT THE FAILING FIELDS -- THE    *
      * SAME EDITS ARE RE-RUN ON THE SPOT -- OR, FOR A DUPLICATE OR A *
      * CODE CHANGE THAT IS GENUINE, RELEASE THE ITEM AS KEYED.       *
      * CLEARED ITEMS GO TO ACCTRLSE.DAT, WHICH THE NEXT ACCTEDIT RUN *
      * EDITS AHEAD OF THE SESSION SO THEY POST WITH THE NEXT DAY.    *
      * RESOLVED ITEMS COME OFF ACCTSUSP.DAT WHEN THE SESSION ENDS,   *
      * AND THE AGED SUSPENSE REPORT (SUSPAGE.DAT) LISTS EVERYTHING   *
      * STILL OUTSTANDING WITH ITS AGE, FLAGGING ANYTHING OVER FIVE   *
      * DAYS, WITH THE OUTSTANDING AMOUNT.                            *
      *                                                               *
      * REASON CODES (AS SET BY ACCTEDIT):                            *
      *   AN - ACCOUNT NUMBER ZERO OR NOT NUMERIC                     *
      *   DU - ACCOUNT NUMBER ALREADY KEYED EARLIER IN THE RUN        *
      *   TY - TYPE CODE NOT ON CODEREF.DAT                           *
      *   KN - KIND CODE NOT ON CODEREF.DAT                           *
      *   CH - TYPE/KIND DIFFERS FROM THE ACCOUNT MASTER              *
      *   CL - ACCOUNT IS CLOSED ON THE ACCOUNT MASTER                *
      * ONLY AN ITEM HELD FOR DU AND/OR CH ALONE MAY BE RELEASED AS   *
      * KEYED -- THE OTHERS MUST BE CORRECTED.  A CL ITEM IS          *
      * CORRECTED BY MOVING IT TO AN OPEN ACCOUNT NUMBER.             *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN "ACCTSUSP.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT RELEASE-FILE ASSIGN "ACCTRLSE.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS RELEASE-STATUS.
           SELECT AGE-REPORT ASSIGN "SUSPAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-REPORT-STATUS.
           SELECT CODE-REF-FILE ASSIGN "CODEREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODE-REF-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO-M
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SUSPENSE FILE -- LAYOUT MATCHES THE RECORD ACCTEDIT WRITES
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           03  SUSP-ACCOUNT-RECORD PIC X(69).
           03  SUSP-REASON-CODES.
               05  SUSP-REASON OCCURS 5 TIMES PIC X(2).
           03  SUSP-DATE           PIC 9(8).
      *    RELEASE FILE -- CLEARED ITEMS FOR THE NEXT EDIT RUN.
      *    RLS-OVERRIDE "Y" = RELEASED AS KEYED BY THE OPERATOR.
       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           03  RLS-ACCOUNT-RECORD  PIC X(69).
           03  RLS-OVERRIDE        PIC X(1).
      *    AGED SUSPENSE REPORT -- EVERY ITEM STILL OUTSTANDING
       FD  AGE-REPORT.
       01  REPORT-LINE             PIC X(80).
      *    CODE REFERENCE FILE -- LAYOUT AS KEPT BY CODEMNT
       FD  CODE-REF-FILE.
       01  CODE-REF-RECORD.
           03  REF-CLASS    PIC X(1).
           03  REF-CODE     PIC 9(3).
           03  REF-DESC     PIC X(20).
           03  REF-UPD-OPR  PIC X(8).
           03  REF-UPD-TIME PIC 9(6).
      *    ACCOUNT MASTER -- READ ONLY, FOR THE CODE-CHANGE AND CLOSED
      *    ACCOUNT EDITS AS ACCTEDIT DOES THEM
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           03  ACCT-NO-M     PIC 9(12)V9(3).
           03  TYPE-CODE-M   PIC 9(2).
           03  KIND-CODE-M   PIC 9(3).
           03  DESCRIPTION-M PIC X(30).
           03  DATE-POSTED-M PIC 9(8).
           03  BALANCE-M     PIC S9(11)V99.
           03  ACCT-STATUS-M PIC X(1).
               88  ACCOUNT-OPEN   VALUE "O".
               88  ACCOUNT-CLOSED VALUE "C".
           03  DATE-CLOSED-M PIC 9(8).

       WORKING-STORAGE SECTION.
       01  SUSPENSE-STATUS PIC X(2) VALUE SPACES.
        88 SUSPENSE-FILE-OK VALUE "00".
       01  RELEASE-STATUS PIC X(2) VALUE SPACES.
        88 RELEASE-FILE-NOT-FOUND VALUE "35".
       01  AGE-REPORT-STATUS PIC X(2) VALUE SPACES.
       01  CODE-REF-STATUS PIC X(2) VALUE SPACES.
       01  ACCOUNT-MASTER-STATUS PIC X(2) VALUE SPACES.
        88 ACCOUNT-MASTER-OK VALUE "00".

       01  MASTER-OPEN-SWITCH PIC 9 VALUE 0.
        88 MASTER-OPEN VALUE 1.

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.

       01  REVIEW-DONE-SWITCH PIC 9 VALUE 0.
        88 REVIEW-DONE VALUE 1.

       01  OVERFLOW-SWITCH PIC 9 VALUE 0.
        88 TABLE-OVERFLOWED VALUE 1.

       01  RECORD-GOOD-SWITCH PIC 9 VALUE 1.
        88 RECORD-GOOD VALUE 1.
        88 RECORD-BAD  VALUE 0.

       01  FOUND-SWITCH PIC 9 VALUE 0.
        88 ENTRY-FOUND VALUE 1.

       01  RUN-DATE PIC 9(8).

      *    THE ITEM UNDER CORRECTION, SPLIT BACK INTO ITS FIELDS --
      *    SAME LAYOUT AS THE ACCOUNT RECORD ACCTEDIT EDITS
       01  WORK-RECORD.
        03 WRK-ACCT-NO     PIC 9(12)V9(3).
        03 WRK-TYPE-CODE   PIC 9(2).
        03 WRK-KIND-CODE   PIC 9(3).
        03 WRK-DESCRIPTION PIC X(30).
        03 WRK-DATE-INPUT  PIC 9(8).
        03 WRK-BALANCE     PIC S9(9)V99.

       01  WORK-REASON-CODES.
        03 WORK-REASON OCCURS 5 TIMES PIC X(2).

       01  ORIGINAL-ACCT-NO PIC 9(12)V9(3).
       01  ORIGINAL-REASONS.
        03 ORIGINAL-REASON OCCURS 5 TIMES PIC X(2).

       01  CODE-COUNT PIC 9(3) VALUE 0.
       01  REF-INDEX  PIC 9(3) VALUE 0.
       01  LOOKUP-CLASS PIC X(1).
       01  LOOKUP-CODE  PIC 9(3).

       01  CODE-TABLE.
        03 CODE-ENTRY OCCURS 1 TO 200 TIMES
            DEPENDING ON CODE-COUNT.
         05 REF-TBL-CLASS PIC X(1).
         05 REF-TBL-CODE  PIC 9(3).

       01  SUSPENSE-COUNT PIC 9(3) VALUE 0.
       01  REVIEW-INDEX PIC 9(3) VALUE 0.
       01  REASON-INDEX PIC 9(1) VALUE 0.
       01  REVIEW-COMMAND PIC X(1).
       01  CONFIRM-ANSWER PIC X(1).

       01  SESSION-COUNTS.
        03 ITEMS-CORRECTED   PIC 9(3) VALUE 0.
        03 ITEMS-RELEASED    PIC 9(3) VALUE 0.
        03 ITEMS-OUTSTANDING PIC 9(3) VALUE 0.
        03 ITEMS-OVERAGE     PIC 9(3) VALUE 0.
        03 OUTSTANDING-TOTAL PIC S9(11)V99 VALUE 0.
        03 OVERAGE-TOTAL     PIC S9(11)V99 VALUE 0.

       01  AGE-WORK.
        03 AGE-TODAY-INT  PIC 9(7) VALUE 0.
        03 AGE-SUSP-INT   PIC 9(7) VALUE 0.
        03 AGE-DAYS       PIC S9(5) VALUE 0.
       01  AGE-LIMIT-DAYS PIC 9(2) VALUE 5.

       01  ENTRY-FIELDS.
        03 NEW-ACCT-NO-IN  PIC 9(12)V9(3).
        03 NEW-TYPE-IN     PIC 9(2).
        03 NEW-KIND-IN     PIC 9(3).

       01  DISPLAY-FIELDS.
        03 ACCT-DISPLAY    PIC Z(12).
        03 AMOUNT-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99-.

       01  SUSPENSE-TABLE.
        03 SUSPENSE-ENTRY OCCURS 1 TO 500 TIMES
            DEPENDING ON SUSPENSE-COUNT.
         05 SUST-RECORD   PIC X(69).
         05 SUST-REASONS  PIC X(10).
         05 SUST-DATE     PIC 9(8).
         05 SUST-RESOLVED PIC 9(1).

       01  REPORT-HEADING-LINE.
           03  FILLER   PIC X(30)
               VALUE "AGED ACCOUNT SUSPENSE -- RUN  ".
           03  RHL-DATE PIC 9(8).

       01  COLUMN-HEADING-LINE.
           03  FILLER PIC X(14) VALUE "ACCOUNT".
           03  FILLER PIC X(16) VALUE "          AMOUNT".
           03  FILLER PIC X(11) VALUE " SUSPENDED".
           03  FILLER PIC X(7)  VALUE "   AGE".
           03  FILLER PIC X(11) VALUE "  REASONS".

       01  REPORT-DETAIL-LINE.
           03  RDL-ACCT     PIC Z(12).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-DATE     PIC 9(8).
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-DAYS     PIC ZZZZ9.
           03  FILLER       PIC X(2) VALUE SPACES.
           03  RDL-REASONS  PIC X(10).
           03  FILLER       PIC X(1) VALUE SPACES.
           03  RDL-FLAG     PIC X(3).

       01  REPORT-COUNT-LINE.
           03  RCL-LABEL    PIC X(24).
           03  RCL-COUNT    PIC ZZZ,ZZ9.

       01  REPORT-AMOUNT-LINE.
           03  RAL-LABEL    PIC X(24).
           03  RAL-AMOUNT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM REVIEW-ITEM-PARA UNTIL REVIEW-DONE.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE AGE-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (RUN-DATE).
           MOVE 0 TO SUSPENSE-COUNT.
           OPEN INPUT SUSPENSE-FILE.
           IF NOT SUSPENSE-FILE-OK
               DISPLAY "ACCTSUSP.DAT NOT ON FILE - NOTHING IN SUSPENSE"
               MOVE 1 TO REVIEW-DONE-SWITCH
               STOP RUN
           END-IF.
           PERFORM LOAD-SUSPENSE-PARA UNTIL END-OF-FILE.
           CLOSE SUSPENSE-FILE.
      *    THE WHOLE SUSPENSE FILE IS REWRITTEN FROM THE TABLE AT THE
      *    END, SO A FILE THAT DOES NOT FIT MUST NOT BE TOUCHED AT
      *    ALL -- REWRITING A PARTIAL TABLE WOULD DESTROY THE
      *    OVERFLOW.
           IF TABLE-OVERFLOWED
               DISPLAY "ACCTSUSP.DAT HAS MORE THAN 500 RECORDS"
               DISPLAY "FILE LEFT UNTOUCHED - NOTHING CORRECTED"
               STOP RUN
           END-IF.
           DISPLAY "ITEMS IN SUSPENSE: " SUSPENSE-COUNT.
           PERFORM LOAD-CODE-REF-PARA.
           IF SUSPENSE-COUNT = 0
               MOVE 1 TO REVIEW-DONE-SWITCH
           ELSE
      *    CLEARED ITEMS PILE UP ON THE RELEASE FILE UNTIL THE NEXT
      *    EDIT RUN CONSUMES IT -- EXTEND, CREATING IT THE FIRST
      *    TIME THROUGH.
               OPEN EXTEND RELEASE-FILE
               IF RELEASE-FILE-NOT-FOUND
                   OPEN OUTPUT RELEASE-FILE
               END-IF
               MOVE 1 TO REVIEW-INDEX
               PERFORM SHOW-ITEM-PARA
           END-IF.

       LOAD-SUSPENSE-PARA.
           READ SUSPENSE-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF SUSPENSE-COUNT < 500
                       ADD 1 TO SUSPENSE-COUNT
                       MOVE SUSP-ACCOUNT-RECORD
                           TO SUST-RECORD(SUSPENSE-COUNT)
                       MOVE SUSP-REASON-CODES
                           TO SUST-REASONS(SUSPENSE-COUNT)
                       MOVE SUSP-DATE TO SUST-DATE(SUSPENSE-COUNT)
                       MOVE 0 TO SUST-RESOLVED(SUSPENSE-COUNT)
                   ELSE
                       MOVE 1 TO OVERFLOW-SWITCH
                   END-IF
           END-READ.

      *    THE TYPE AND KIND CODES, FOR THE SAME LOOKUP ACCTEDIT USES
       LOAD-CODE-REF-PARA.
           MOVE 0 TO CODE-COUNT.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT CODE-REF-FILE.
           IF CODE-REF-STATUS = "00"
               PERFORM READ-CODE-REF-PARA UNTIL END-OF-FILE
               CLOSE CODE-REF-FILE
           ELSE
               DISPLAY "CODEREF.DAT NOT AVAILABLE: " CODE-REF-STATUS
               DISPLAY "TYPE AND KIND CODES WILL FAIL THE EDITS"
           END-IF.

       READ-CODE-REF-PARA.
           READ CODE-REF-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   IF CODE-COUNT < 200
                       ADD 1 TO CODE-COUNT
                       MOVE REF-CLASS TO REF-TBL-CLASS(CODE-COUNT)
                       MOVE REF-CODE  TO REF-TBL-CODE(CODE-COUNT)
                   END-IF
           END-READ.

       REVIEW-ITEM-PARA.
           DISPLAY "B=BACK  F=FORWARD  C=CORRECT  R=RELEASE  D=DONE"
           MOVE SPACES TO REVIEW-COMMAND.
           ACCEPT REVIEW-COMMAND.
           EVALUATE TRUE
               WHEN REVIEW-COMMAND = "B" OR "b"
                   IF REVIEW-INDEX > 1
                       SUBTRACT 1 FROM REVIEW-INDEX
                   END-IF
                   PERFORM SHOW-ITEM-PARA
               WHEN REVIEW-COMMAND = "F" OR "f"
                   IF REVIEW-INDEX < SUSPENSE-COUNT
                       ADD 1 TO REVIEW-INDEX
                   END-IF
                   PERFORM SHOW-ITEM-PARA
               WHEN REVIEW-COMMAND = "C" OR "c"
                   IF SUST-RESOLVED(REVIEW-INDEX) = 1
                       DISPLAY "ALREADY RESOLVED THIS SESSION"
                   ELSE
                       PERFORM CORRECT-ITEM-PARA
                   END-IF
               WHEN REVIEW-COMMAND = "R" OR "r"
                   IF SUST-RESOLVED(REVIEW-INDEX) = 1
                       DISPLAY "ALREADY RESOLVED THIS SESSION"
                   ELSE
                       PERFORM RELEASE-ITEM-PARA THRU RELEASE-ITEM-EXIT
                   END-IF
               WHEN REVIEW-COMMAND = "D" OR "d"
                   MOVE 1 TO REVIEW-DONE-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SHOW-ITEM-PARA.
           MOVE SUST-RECORD(REVIEW-INDEX)  TO WORK-RECORD.
           MOVE SUST-REASONS(REVIEW-INDEX) TO WORK-REASON-CODES.
           DISPLAY "ITEM " REVIEW-INDEX " OF " SUSPENSE-COUNT
           IF SUST-RESOLVED(REVIEW-INDEX) = 1
               DISPLAY "(RESOLVED THIS SESSION)"
           END-IF
           MOVE WRK-ACCT-NO TO ACCT-DISPLAY
           MOVE WRK-BALANCE TO AMOUNT-DISPLAY
           DISPLAY "ACCOUNT:     " ACCT-DISPLAY
           DISPLAY "TYPE/KIND:   " WRK-TYPE-CODE " / " WRK-KIND-CODE
           DISPLAY "DESCRIPTION: " WRK-DESCRIPTION
           DISPLAY "KEYED:       " WRK-DATE-INPUT
           DISPLAY "AMOUNT:      " AMOUNT-DISPLAY
           PERFORM COMPUTE-AGE-PARA
           DISPLAY "SUSPENDED " SUST-DATE(REVIEW-INDEX)
               " - " AGE-DAYS " DAYS AGO"
           PERFORM DISPLAY-REASONS-PARA.

       COMPUTE-AGE-PARA.
           IF SUST-DATE(REVIEW-INDEX) = 0
               MOVE 0 TO AGE-DAYS
           ELSE
               COMPUTE AGE-SUSP-INT = FUNCTION
                   INTEGER-OF-DATE (SUST-DATE(REVIEW-INDEX))
               SUBTRACT AGE-SUSP-INT FROM AGE-TODAY-INT
                   GIVING AGE-DAYS
           END-IF.

       DISPLAY-REASONS-PARA.
           MOVE 1 TO REASON-INDEX.
           PERFORM SPELL-REASON-PARA UNTIL REASON-INDEX > 5.

       SPELL-REASON-PARA.
           EVALUATE WORK-REASON(REASON-INDEX)
               WHEN "AN"
                   DISPLAY "AN - ACCOUNT NUMBER ZERO OR NOT NUMERIC"
               WHEN "DU"
                   DISPLAY "DU - ACCOUNT KEYED TWICE IN ONE RUN"
               WHEN "TY"
                   DISPLAY "TY - TYPE CODE NOT ON CODEREF.DAT"
               WHEN "KN"
                   DISPLAY "KN - KIND CODE NOT ON CODEREF.DAT"
               WHEN "CH"
                   DISPLAY "CH - TYPE/KIND DIFFERS FROM THE MASTER"
               WHEN "CL"
                   DISPLAY "CL - ACCOUNT IS CLOSED ON THE MASTER"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO REASON-INDEX.

      *****************************************************************
      * ONLY THE FIELDS BEHIND THE FAILED EDITS ARE OFFERED.  THE     *
      * SAME EDITS ACCTEDIT APPLIES ARE THEN RE-RUN ON THE SPOT -- A  *
      * CLEAN ITEM GOES TO THE RELEASE FILE, A BAD ONE STAYS IN       *
      * SUSPENSE WITH ITS FRESH REASON CODES.                         *
      *****************************************************************
       CORRECT-ITEM-PARA.
           MOVE SUST-RECORD(REVIEW-INDEX)  TO WORK-RECORD.
           MOVE SUST-REASONS(REVIEW-INDEX) TO WORK-REASON-CODES.
           MOVE WORK-REASON-CODES TO ORIGINAL-REASONS.
           MOVE WRK-ACCT-NO TO ORIGINAL-ACCT-NO.
           IF WORK-REASON(1) NOT = SPACES
            OR WORK-REASON(2) NOT = SPACES
            OR WORK-REASON(5) = "CL"
               DISPLAY "ENTER ACCOUNT NO"
               ACCEPT NEW-ACCT-NO-IN
               MOVE NEW-ACCT-NO-IN TO WRK-ACCT-NO
           END-IF.
           IF WORK-REASON(5) = "CH"
               PERFORM SHOW-MASTER-CODES-PARA
           END-IF.
           IF WORK-REASON(3) NOT = SPACES
            OR WORK-REASON(5) = "CH"
               DISPLAY "ENTER TYPE CODE"
               ACCEPT NEW-TYPE-IN
               MOVE NEW-TYPE-IN TO WRK-TYPE-CODE
           END-IF.
           IF WORK-REASON(4) NOT = SPACES
            OR WORK-REASON(5) = "CH"
               DISPLAY "ENTER KIND CODE"
               ACCEPT NEW-KIND-IN
               MOVE NEW-KIND-IN TO WRK-KIND-CODE
           END-IF.
           PERFORM EDIT-WORK-RECORD-PARA.
           IF RECORD-GOOD
               MOVE WORK-RECORD TO RLS-ACCOUNT-RECORD
               MOVE SPACE TO RLS-OVERRIDE
               PERFORM WRITE-RELEASE-PARA
               IF RELEASE-STATUS = "00"
                   ADD 1 TO ITEMS-CORRECTED
                   DISPLAY "ITEM CLEAN - RELEASED TO NEXT POSTING"
               END-IF
           ELSE
               MOVE WORK-RECORD TO SUST-RECORD(REVIEW-INDEX)
               MOVE WORK-REASON-CODES TO SUST-REASONS(REVIEW-INDEX)
               DISPLAY "ITEM STILL FAILS THE EDITS:"
               PERFORM DISPLAY-REASONS-PARA
           END-IF.

       SHOW-MASTER-CODES-PARA.
           IF NOT MASTER-OPEN
               PERFORM OPEN-MASTER-PARA
           END-IF.
           IF MASTER-OPEN
               MOVE WRK-ACCT-NO TO ACCT-NO-M
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "ACCOUNT NOT ON THE MASTER"
                   NOT INVALID KEY
                       DISPLAY "MASTER CODES: " TYPE-CODE-M
                           " / " KIND-CODE-M
               END-READ
           END-IF.

      *****************************************************************
      * RELEASE AS KEYED -- THE OPERATOR VOUCHES THAT A SECOND        *
      * POSTING TO THE SAME ACCOUNT, OR A POSTING UNDER CODES THAT    *
      * DIFFER FROM THE MASTER, IS GENUINE.  ANY OTHER FAILURE MUST   *
      * BE CORRECTED INSTEAD -- A POSTING TO A CLOSED ACCOUNT CAN     *
      * ONLY BE MOVED TO ANOTHER ACCOUNT NUMBER.                      *
      *****************************************************************
       RELEASE-ITEM-PARA.
           MOVE SUST-RECORD(REVIEW-INDEX)  TO WORK-RECORD.
           MOVE SUST-REASONS(REVIEW-INDEX) TO WORK-REASON-CODES.
           IF WORK-REASON(1) NOT = SPACES
            OR WORK-REASON(3) NOT = SPACES
            OR WORK-REASON(4) NOT = SPACES
            OR WORK-REASON(5) = "CL"
               DISPLAY "ONLY DU OR CH ITEMS MAY BE RELEASED AS KEYED"
               DISPLAY "CORRECT THIS ITEM INSTEAD"
               GO TO RELEASE-ITEM-EXIT
           END-IF.
           DISPLAY "RELEASE THIS ITEM TO POSTING AS KEYED? (Y/N)"
           MOVE SPACES TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "ITEM NOT RELEASED"
               GO TO RELEASE-ITEM-EXIT
           END-IF.
           MOVE WORK-RECORD TO RLS-ACCOUNT-RECORD.
           MOVE "Y" TO RLS-OVERRIDE.
           PERFORM WRITE-RELEASE-PARA.
           IF RELEASE-STATUS = "00"
               ADD 1 TO ITEMS-RELEASED
               DISPLAY "ITEM RELEASED TO NEXT POSTING"
           END-IF.
       RELEASE-ITEM-EXIT.
           EXIT.

       WRITE-RELEASE-PARA.
           WRITE RELEASE-RECORD.
           IF RELEASE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ACCTRLSE.DAT: " RELEASE-STATUS
           ELSE
               MOVE 1 TO SUST-RESOLVED(REVIEW-INDEX)
           END-IF.

      *****************************************************************
      * THE EDITS BELOW MIRROR ACCTEDIT.  ANY CHANGE TO THE EDIT      *
      * RULES THERE MUST BE CARRIED HERE TOO.  THE DUPLICATE EDIT     *
      * CANNOT BE RE-RUN AWAY FROM THE SESSION -- A DUPLICATE STAYS   *
      * ONE UNTIL ITS ACCOUNT NUMBER IS CHANGED OR IT IS RELEASED.    *
      *****************************************************************
       EDIT-WORK-RECORD-PARA.
           MOVE 1 TO RECORD-GOOD-SWITCH.
           MOVE SPACES TO WORK-REASON-CODES.
           PERFORM EDIT-ACCT-NO-PARA.
           PERFORM EDIT-DUPLICATE-PARA.
           PERFORM EDIT-TYPE-CODE-PARA.
           PERFORM EDIT-KIND-CODE-PARA.
           PERFORM EDIT-CODE-CHANGE-PARA THRU EDIT-CODE-CHANGE-EXIT.

       EDIT-ACCT-NO-PARA.
           IF WRK-ACCT-NO IS NOT NUMERIC
               MOVE "AN" TO WORK-REASON(1)
               MOVE 0 TO RECORD-GOOD-SWITCH
           ELSE
               IF WRK-ACCT-NO = ZERO
                   MOVE "AN" TO WORK-REASON(1)
                   MOVE 0 TO RECORD-GOOD-SWITCH
               END-IF
           END-IF.

       EDIT-DUPLICATE-PARA.
           IF ORIGINAL-REASON(2) NOT = SPACES
            AND WORK-REASON(1) = SPACES
            AND WRK-ACCT-NO = ORIGINAL-ACCT-NO
               MOVE "DU" TO WORK-REASON(2)
               MOVE 0 TO RECORD-GOOD-SWITCH
           END-IF.

       EDIT-TYPE-CODE-PARA.
           IF WRK-TYPE-CODE IS NOT NUMERIC
               MOVE "TY" TO WORK-REASON(3)
               MOVE 0 TO RECORD-GOOD-SWITCH
           ELSE
               MOVE "T" TO LOOKUP-CLASS
               MOVE WRK-TYPE-CODE TO LOOKUP-CODE
               PERFORM FIND-CODE-PARA
               IF NOT ENTRY-FOUND
                   MOVE "TY" TO WORK-REASON(3)
                   MOVE 0 TO RECORD-GOOD-SWITCH
               END-IF
           END-IF.

       EDIT-KIND-CODE-PARA.
           IF WRK-KIND-CODE IS NOT NUMERIC
               MOVE "KN" TO WORK-REASON(4)
               MOVE 0 TO RECORD-GOOD-SWITCH
           ELSE
               MOVE "K" TO LOOKUP-CLASS
               MOVE WRK-KIND-CODE TO LOOKUP-CODE
               PERFORM FIND-CODE-PARA
               IF NOT ENTRY-FOUND
                   MOVE "KN" TO WORK-REASON(4)
                   MOVE 0 TO RECORD-GOOD-SWITCH
               END-IF
           END-IF.

       FIND-CODE-PARA.
           MOVE 0 TO FOUND-SWITCH.
           MOVE 1 TO REF-INDEX.
           PERFORM SCAN-CODE-TABLE-PARA
               UNTIL ENTRY-FOUND OR REF-INDEX > CODE-COUNT.

       SCAN-CODE-TABLE-PARA.
           IF REF-TBL-CLASS(REF-INDEX) = LOOKUP-CLASS
            AND REF-TBL-CODE(REF-INDEX) = LOOKUP-CODE
               MOVE 1 TO FOUND-SWITCH
           ELSE
               ADD 1 TO REF-INDEX
           END-IF.

      *    A POSTING TO AN ACCOUNT ALREADY ON THE MASTER MUST CARRY
      *    THE MASTER'S CODES, AND THE ACCOUNT MUST NOT BE CLOSED.
      *    THE MASTER IS ONLY OPENED THE FIRST TIME IT IS NEEDED.
       EDIT-CODE-CHANGE-PARA.
           IF WORK-REASON(1) NOT = SPACES
               GO TO EDIT-CODE-CHANGE-EXIT
           END-IF.
           IF NOT MASTER-OPEN
               PERFORM OPEN-MASTER-PARA
           END-IF.
           IF NOT MASTER-OPEN
               GO TO EDIT-CODE-CHANGE-EXIT
           END-IF.
           MOVE WRK-ACCT-NO TO ACCT-NO-M.
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO EDIT-CODE-CHANGE-EXIT
           END-READ.
           IF ACCOUNT-CLOSED
               MOVE "CL" TO WORK-REASON(5)
               MOVE 0 TO RECORD-GOOD-SWITCH
               GO TO EDIT-CODE-CHANGE-EXIT
           END-IF.
           IF TYPE-CODE-M NOT = WRK-TYPE-CODE
            OR KIND-CODE-M NOT = WRK-KIND-CODE
               MOVE "CH" TO WORK-REASON(5)
               MOVE 0 TO RECORD-GOOD-SWITCH
           END-IF.
       EDIT-CODE-CHANGE-EXIT.
           EXIT.

       OPEN-MASTER-PARA.
           OPEN INPUT ACCOUNT-MASTER.
           IF ACCOUNT-MASTER-OK
               MOVE 1 TO MASTER-OPEN-SWITCH
           ELSE
               DISPLAY "ACCTMAST.DAT NOT AVAILABLE: "
                   ACCOUNT-MASTER-STATUS
               DISPLAY "CODE CHANGES AGAINST THE MASTER NOT CHECKED"
           END-IF.

      *****************************************************************
      * SESSION END -- THE SUSPENSE FILE IS REWRITTEN WITHOUT THE     *
      * ITEMS RESOLVED THIS SESSION, AND EVERYTHING STILL             *
      * OUTSTANDING GOES ON THE AGED SUSPENSE REPORT.                 *
      *****************************************************************
       TERMINATE-PARA.
           IF SUSPENSE-COUNT > 0
               PERFORM REWRITE-SUSPENSE-PARA
               PERFORM AGE-REPORT-PARA
               CLOSE RELEASE-FILE
           END-IF.
           IF MASTER-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF.
           DISPLAY "ITEMS CORRECTED:     " ITEMS-CORRECTED.
           DISPLAY "ITEMS RELEASED:      " ITEMS-RELEASED.
           DISPLAY "ITEMS OUTSTANDING:   " ITEMS-OUTSTANDING.
           DISPLAY "OVER " AGE-LIMIT-DAYS " DAYS OLD:      "
               ITEMS-OVERAGE.

       REWRITE-SUSPENSE-PARA.
           OPEN OUTPUT SUSPENSE-FILE.
           IF NOT SUSPENSE-FILE-OK
               DISPLAY "ERROR OPENING ACCTSUSP.DAT: " SUSPENSE-STATUS
               DISPLAY "RESOLVED ITEMS NOT REMOVED"
           ELSE
               MOVE 0 TO REVIEW-INDEX
               PERFORM WRITE-ONE-ITEM-PARA
                   UNTIL REVIEW-INDEX = SUSPENSE-COUNT
               CLOSE SUSPENSE-FILE
           END-IF.

       WRITE-ONE-ITEM-PARA.
           ADD 1 TO REVIEW-INDEX.
           IF SUST-RESOLVED(REVIEW-INDEX) = 0
               MOVE SUST-RECORD(REVIEW-INDEX)  TO SUSP-ACCOUNT-RECORD
               MOVE SUST-REASONS(REVIEW-INDEX) TO SUSP-REASON-CODES
               MOVE SUST-DATE(REVIEW-INDEX)    TO SUSP-DATE
               WRITE SUSPENSE-RECORD
               IF SUSPENSE-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING ACCTSUSP.DAT: "
                       SUSPENSE-STATUS
               END-IF
           END-IF.

       AGE-REPORT-PARA.
           OPEN OUTPUT AGE-REPORT.
           IF AGE-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUSPAGE.DAT: " AGE-REPORT-STATUS
           ELSE
               MOVE RUN-DATE TO RHL-DATE
               WRITE REPORT-LINE FROM REPORT-HEADING-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM COLUMN-HEADING-LINE
               MOVE 0 TO REVIEW-INDEX
               PERFORM AGE-ONE-ITEM-PARA
                   UNTIL REVIEW-INDEX = SUSPENSE-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "ITEMS OUTSTANDING" TO RCL-LABEL
               MOVE ITEMS-OUTSTANDING TO RCL-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
               MOVE "AMOUNT OUTSTANDING" TO RAL-LABEL
               MOVE OUTSTANDING-TOTAL TO RAL-AMOUNT
               WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE
               MOVE "ITEMS OVER AGE LIMIT" TO RCL-LABEL
               MOVE ITEMS-OVERAGE TO RCL-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
               MOVE "AMOUNT OVER AGE LIMIT" TO RAL-LABEL
               MOVE OVERAGE-TOTAL TO RAL-AMOUNT
               WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE
               CLOSE AGE-REPORT
           END-IF.

       AGE-ONE-ITEM-PARA.
           ADD 1 TO REVIEW-INDEX.
           IF SUST-RESOLVED(REVIEW-INDEX) = 0
               PERFORM COMPUTE-AGE-PARA
               MOVE SUST-RECORD(REVIEW-INDEX) TO WORK-RECORD
               ADD 1 TO ITEMS-OUTSTANDING
               ADD WRK-BALANCE TO OUTSTANDING-TOTAL
               IF AGE-DAYS > AGE-LIMIT-DAYS
                   ADD 1 TO ITEMS-OVERAGE
                   ADD WRK-BALANCE TO OVERAGE-TOTAL
                   MOVE "***" TO RDL-FLAG
               ELSE
                   MOVE SPACES TO RDL-FLAG
               END-IF
               MOVE WRK-ACCT-NO TO RDL-ACCT
               MOVE WRK-BALANCE TO RDL-AMOUNT
               MOVE SUST-DATE(REVIEW-INDEX) TO RDL-DATE
               MOVE AGE-DAYS TO RDL-DAYS
               MOVE SUST-REASONS(REVIEW-INDEX) TO RDL-REASONS
               WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           END-IF.
