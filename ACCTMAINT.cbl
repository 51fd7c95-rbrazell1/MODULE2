************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAINT.
       INSTALLATION. STANDARD CUSTOMER INFORMATION SYSTEM.
       DATE-COMPILED. 10/15/2026.
      *****************************************************************
      * ONLINE INQUIRY AND MAINTENANCE FOR THE ACCOUNT MASTER.  KEY   *
      * AN ACCOUNT NUMBER TO SEE THE RECORD WITH ITS TYPE AND KIND    *
      * DESCRIBED FROM CODEREF.DAT, AND BROWSE FORWARD AND BACKWARD   *
      * THROUGH THE FILE.  OPERATORS WITH FULL MAINTENANCE AUTHORITY  *
      * (LEVEL 2 ON OPERATOR.DAT) MAY CORRECT THE DESCRIPTION AND THE *
      * TYPE/KIND CODES, AND MAY CLOSE AN ACCOUNT -- BUT ONLY ONE     *
      * WHOSE BALANCE IS ZERO AND WHICH HAS NO POSTING WAITING ON THE *
      * POSTING FILE.  CLOSED ACCOUNTS STAY ON THE MASTER; ACCTEDIT   *
      * SUSPENDS ANY LATER POSTING TO THEM AND ACCTPOST REFUSES IT.   *
      * ENTRY-ONLY OPERATORS (LEVEL 1) MAY LOOK BUT NOT CHANGE.  A    *
      * CODE CHANGE ON AN ACCOUNT WITH A BALANCE MOVES THAT BALANCE   *
      * BETWEEN TYPE/KIND COMBINATIONS, SO A PAIR OF RECLASS ENTRIES  *
      * IS ADDED TO GLMONTH.DAT TO KEEP THE MONTHEND COMPARISON TRUE, *
      * AND THE OPERATOR IS TOLD TO HAVE THE RECLASS JOURNALLED.      *
      * EVERY CHANGE AND CLOSE IS LOGGED TO THE ACCOUNT AUDIT FILE    *
      * (ACCTAUD.DAT) WITH BEFORE AND AFTER IMAGES, THE OPERATOR ID   *
      * AND THE TIME.                                                 *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURSOR IS CURSOR-POSITION.
           CRT STATUS IS KEY-STATUS.
           CURRENCY SIGN IS "$".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO-M
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT OPERATOR-FILE ASSIGN "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT CODE-REF-FILE ASSIGN "CODEREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODE-REF-STATUS.
           SELECT POSTING-FILE ASSIGN "ACCTVALD.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS POSTING-STATUS.
           SELECT GL-MONTH-FILE ASSIGN "GLMONTH.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS GL-MONTH-STATUS.
           SELECT ACCOUNT-AUDIT-FILE ASSIGN "ACCTAUD.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS ACCOUNT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ACCOUNT MASTER -- BUILT BY ACCTPOST, CORRECTED AND CLOSED
      *    HERE
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
      *    OPERATOR FILE -- ONE OPERATOR PER RECORD WITH AN AUTHORITY
      *    LEVEL: 1 = ENTRY ONLY, 2 = FULL MAINTENANCE
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           03  OPR-ID   PIC X(8).
           03  OPR-NAME PIC X(20).
           03  OPR-AUTH PIC 9(1).
      *    CODE REFERENCE FILE -- TYPE/KIND CODES KEPT BY CODEMNT
       FD  CODE-REF-FILE.
       01  CODE-REF-RECORD.
           03  REF-CLASS    PIC X(1).
           03  REF-CODE     PIC 9(3).
           03  REF-DESC     PIC X(20).
           03  REF-UPD-OPR  PIC X(8).
           03  REF-UPD-TIME PIC 9(6).
      *    POSTING FILE -- THE LAST EDIT RUN'S CLEAN RECORDS, READ
      *    ONLY FOR THE ACCOUNT NUMBER
       FD  POSTING-FILE.
       01  POSTING-RECORD.
           03  PST-ACCT-NO PIC 9(12)V9(3).
           03  FILLER      PIC X(54).
      *    MONTH-TO-DATE GL DETAIL -- LAYOUT AS GLEXTRACT WRITES IT
       FD  GL-MONTH-FILE.
       01  GL-MONTH-RECORD.
           03  GLM-RUN-DATE  PIC 9(8).
           03  GLM-TYPE-CODE PIC 9(2).
           03  GLM-KIND-CODE PIC 9(3).
           03  GLM-AMOUNT    PIC S9(11)V9(2).
      *    ACCOUNT AUDIT FILE -- ONE RECORD PER CHANGE OR CLOSE.
      *    ACTION "C" = CORRECTED, "X" = CLOSED.
       FD  ACCOUNT-AUDIT-FILE.
       01  ACCOUNT-AUDIT-RECORD.
           03  AAU-RUN-DATE     PIC 9(8).
           03  AAU-ACTION       PIC X.
           03  AAU-ACCT-NO      PIC 9(12)V9(3).
           03  AAU-BEFORE-IMAGE PIC X(80).
           03  AAU-AFTER-IMAGE  PIC X(80).
           03  AAU-OPERATOR     PIC X(8).
           03  AAU-TIME         PIC 9(6).

       WORKING-STORAGE SECTION.
       01  CURSOR-POSITION.
           03 C-LINE PIC 9(3).
           03 C-COL PIC 9(3).

       01  KEY-STATUS PIC 9(4).
           88  PF3-EXIT     VALUE 1003.
           88  PF5-CORRECT  VALUE 1005.
           88  PF7-BACKWARD VALUE 1007.
           88  PF8-FORWARD  VALUE 1008.

       01  ACCOUNT-MASTER-STATUS PIC X(2).
           88  ACCOUNT-MASTER-OK VALUE "00".

       01  OPERATOR-STATUS PIC X(2).
           88  OPERATOR-FILE-OK VALUE "00".

       01  CODE-REF-STATUS PIC X(2).
           88  CODE-REF-OK VALUE "00".

       01  POSTING-STATUS PIC X(2).
           88  POSTING-FILE-OK VALUE "00".

       01  GL-MONTH-STATUS PIC X(2).
           88  GL-MONTH-NOT-FOUND VALUE "35".

       01  ACCOUNT-AUDIT-STATUS PIC X(2).
           88  ACCOUNT-AUDIT-NOT-FOUND VALUE "35".

       01  SIGNED-ON-SWITCH PIC 9(1) VALUE 0.
           88  SIGNED-ON VALUE 1.

       01  OPERATOR-EOF PIC 9(1) VALUE 0.
       01  CODE-REF-EOF PIC 9(1) VALUE 0.
       01  POSTING-EOF  PIC 9(1) VALUE 0.

       01  SIGNON-TRIES PIC 9(1) VALUE 0.

       01  OPERATOR-ID-IN PIC X(8).
       01  OPERATOR-ID    PIC X(8) VALUE SPACES.
       01  OPERATOR-NAME  PIC X(20) VALUE SPACES.
       01  OPERATOR-AUTH  PIC 9(1) VALUE 0.

       01  TIME-OF-DAY-RAW PIC 9(8).
       01  TIME-OF-DAY     PIC 9(6).

       01  RUN-DATE PIC 9(8).

       01  AUDIT-ACTION PIC X(1)  VALUE SPACE.
       01  BEFORE-IMAGE PIC X(80) VALUE SPACES.
       01  AFTER-IMAGE  PIC X(80) VALUE SPACES.

       01  ACCT-NO-IN PIC 9(12)V9(3).

       01  SESSION-DONE-SWITCH PIC 9(1) VALUE 0.
           88  SESSION-DONE VALUE 1.

       01  BROWSE-DONE-SWITCH PIC 9(1) VALUE 0.
           88  BROWSE-DONE VALUE 1.

       01  PENDING-SWITCH PIC 9(1) VALUE 0.
           88  POSTING-PENDING VALUE 1.

       01  MAINT-COMMAND PIC X(1).

       01  NEW-DESCRIPTION PIC X(30).
       01  NEW-TYPE-CODE   PIC 9(2).
       01  NEW-KIND-CODE   PIC 9(3).
       01  OLD-TYPE-CODE   PIC 9(2).
       01  OLD-KIND-CODE   PIC 9(3).
       01  CONFIRM-CLOSE   PIC X(1).

       01  CODE-COUNT   PIC 9(3) VALUE 0.
       01  REF-INDEX    PIC 9(3) VALUE 0.
       01  LOOKUP-FOUND PIC 9(1) VALUE 0.
           88  CODE-FOUND VALUE 1.
       01  LOOKUP-CLASS PIC X(1).
       01  LOOKUP-CODE  PIC 9(3).
       01  LOOKUP-DESC  PIC X(20).

       01  CODE-TABLE.
           03  CODE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON CODE-COUNT.
               05  REF-TBL-CLASS PIC X(1).
               05  REF-TBL-CODE  PIC 9(3).
               05  REF-TBL-DESC  PIC X(20).

       01  DISPLAY-FIELDS.
           03 ACCT-DISPLAY    PIC Z(11)9.
           03 BALANCE-DISPLAY PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM INQUIRY-PARA THRU INQUIRY-EXIT
               UNTIL SESSION-DONE.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           DISPLAY " " LINE 1 COLUMN 1 ERASE EOS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-PARA
               UNTIL SIGNED-ON OR SIGNON-TRIES = 3.
           IF NOT SIGNED-ON
               DISPLAY "SIGN-ON FAILED - SESSION ENDED"
               MOVE 1 TO SESSION-DONE-SWITCH
           ELSE
               OPEN I-O ACCOUNT-MASTER
               IF NOT ACCOUNT-MASTER-OK
                   DISPLAY "ERROR OPENING ACCTMAST.DAT: "
                       ACCOUNT-MASTER-STATUS
                   DISPLAY "RUN THE POSTING RUN FIRST"
                   MOVE 1 TO SESSION-DONE-SWITCH
               ELSE
                   PERFORM LOAD-CODE-REF-PARA
               END-IF
           END-IF.

      *****************************************************************
      * OPERATOR SIGN-ON.  THE KEYED ID MUST BE ON OPERATOR.DAT --    *
      * THE AUTHORITY LEVEL FOUND THERE DECIDES WHAT THE SESSION MAY  *
      * DO.  THREE FAILED TRIES END THE SESSION.                      *
      *****************************************************************
       SIGN-ON-PARA.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY "ENTER OPERATOR ID"
           MOVE SPACES TO OPERATOR-ID-IN.
           ACCEPT OPERATOR-ID-IN.
           MOVE 0 TO OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF NOT OPERATOR-FILE-OK
               DISPLAY "OPERATOR.DAT NOT ON FILE - SEE SUPERVISOR"
               MOVE 3 TO SIGNON-TRIES
           ELSE
               PERFORM SCAN-OPERATOR-PARA UNTIL OPERATOR-EOF = 1
               CLOSE OPERATOR-FILE
               IF SIGNED-ON
                   DISPLAY "SIGNED ON: " OPERATOR-NAME
               ELSE
                   DISPLAY "OPERATOR NOT ON FILE"
               END-IF
           END-IF.

       SCAN-OPERATOR-PARA.
           READ OPERATOR-FILE
               AT END
                   MOVE 1 TO OPERATOR-EOF
               NOT AT END
                   IF OPR-ID = OPERATOR-ID-IN
                       MOVE OPR-ID   TO OPERATOR-ID
                       MOVE OPR-NAME TO OPERATOR-NAME
                       MOVE OPR-AUTH TO OPERATOR-AUTH
                       MOVE 1 TO SIGNED-ON-SWITCH
                       MOVE 1 TO OPERATOR-EOF
                   END-IF
           END-READ.

      *    THE TYPE/KIND DESCRIPTIONS FOR THE DISPLAY, AND THE CODES
      *    A CORRECTION IS CHECKED AGAINST.  WITHOUT CODEREF.DAT THE
      *    CODES SHOW BARE AND CANNOT BE CHANGED.
       LOAD-CODE-REF-PARA.
           MOVE 0 TO CODE-COUNT.
           MOVE 0 TO CODE-REF-EOF.
           OPEN INPUT CODE-REF-FILE.
           IF CODE-REF-OK
               PERFORM READ-CODE-REF-PARA UNTIL CODE-REF-EOF = 1
               CLOSE CODE-REF-FILE
           ELSE
               DISPLAY "CODEREF.DAT NOT AVAILABLE - CODES CANNOT BE "
                   "CHANGED THIS SESSION"
           END-IF.

       READ-CODE-REF-PARA.
           READ CODE-REF-FILE
               AT END
                   MOVE 1 TO CODE-REF-EOF
               NOT AT END
                   IF CODE-COUNT < 200
                       ADD 1 TO CODE-COUNT
                       MOVE REF-CLASS TO REF-TBL-CLASS(CODE-COUNT)
                       MOVE REF-CODE  TO REF-TBL-CODE(CODE-COUNT)
                       MOVE REF-DESC  TO REF-TBL-DESC(CODE-COUNT)
                   END-IF
           END-READ.

       FIND-CODE-PARA.
           MOVE SPACES TO LOOKUP-DESC.
           MOVE 0 TO LOOKUP-FOUND.
           MOVE 1 TO REF-INDEX.
           PERFORM SCAN-CODE-TABLE-PARA
               UNTIL CODE-FOUND OR REF-INDEX > CODE-COUNT.

       SCAN-CODE-TABLE-PARA.
           IF REF-TBL-CLASS(REF-INDEX) = LOOKUP-CLASS
            AND REF-TBL-CODE(REF-INDEX) = LOOKUP-CODE
               MOVE REF-TBL-DESC(REF-INDEX) TO LOOKUP-DESC
               MOVE 1 TO LOOKUP-FOUND
           ELSE
               ADD 1 TO REF-INDEX
           END-IF.

       INQUIRY-PARA.
           DISPLAY "ENTER ACCOUNT NO (0 TO EXIT)"
           MOVE 0 TO ACCT-NO-IN
           ACCEPT ACCT-NO-IN
           IF ACCT-NO-IN = 0
               MOVE 1 TO SESSION-DONE-SWITCH
               GO TO INQUIRY-EXIT
           END-IF.
           MOVE ACCT-NO-IN TO ACCT-NO-M.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE ACCT-NO-IN TO ACCT-DISPLAY
                   DISPLAY "ACCOUNT " ACCT-DISPLAY " NOT ON FILE"
                   GO TO INQUIRY-EXIT
           END-READ.
           PERFORM DISPLAY-ACCOUNT-PARA.
           MOVE 0 TO BROWSE-DONE-SWITCH.
           PERFORM BROWSE-PARA UNTIL BROWSE-DONE.
       INQUIRY-EXIT.
           EXIT.

       DISPLAY-ACCOUNT-PARA.
           MOVE ACCT-NO-M TO ACCT-DISPLAY.
           MOVE BALANCE-M TO BALANCE-DISPLAY.
           DISPLAY "ACCOUNT:     " ACCT-DISPLAY
           MOVE "T" TO LOOKUP-CLASS.
           MOVE TYPE-CODE-M TO LOOKUP-CODE.
           PERFORM FIND-CODE-PARA.
           DISPLAY "TYPE:        " TYPE-CODE-M "  " LOOKUP-DESC
           MOVE "K" TO LOOKUP-CLASS.
           MOVE KIND-CODE-M TO LOOKUP-CODE.
           PERFORM FIND-CODE-PARA.
           DISPLAY "KIND:        " KIND-CODE-M " " LOOKUP-DESC
           DISPLAY "DESCRIPTION: " DESCRIPTION-M
           DISPLAY "LAST POSTED: " DATE-POSTED-M
           DISPLAY "BALANCE:     " BALANCE-DISPLAY
           IF ACCOUNT-CLOSED
               DISPLAY "STATUS:      CLOSED " DATE-CLOSED-M
           ELSE
               DISPLAY "STATUS:      OPEN"
           END-IF.

       BROWSE-PARA.
           DISPLAY "B=BACK  F=FORWARD  C=CORRECT  X=CLOSE  K=NEW KEY"
           MOVE SPACES TO MAINT-COMMAND.
           ACCEPT MAINT-COMMAND.
           EVALUATE TRUE
               WHEN PF7-BACKWARD OR MAINT-COMMAND = "B" OR "b"
                   PERFORM READ-PRIOR-PARA
               WHEN PF8-FORWARD OR MAINT-COMMAND = "F" OR "f"
                   PERFORM READ-NEXT-PARA
               WHEN PF5-CORRECT OR MAINT-COMMAND = "C" OR "c"
                   PERFORM CORRECT-ACCOUNT-PARA
                       THRU CORRECT-ACCOUNT-EXIT
               WHEN MAINT-COMMAND = "X" OR "x"
                   PERFORM CLOSE-ACCOUNT-PARA THRU CLOSE-ACCOUNT-EXIT
               WHEN PF3-EXIT OR MAINT-COMMAND = "K" OR "k"
                   MOVE 1 TO BROWSE-DONE-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-NEXT-PARA.
           READ ACCOUNT-MASTER NEXT
               AT END
                   DISPLAY "(END OF FILE - NO FURTHER RECORDS)"
               NOT AT END
                   PERFORM DISPLAY-ACCOUNT-PARA
           END-READ.

       READ-PRIOR-PARA.
           READ ACCOUNT-MASTER PREVIOUS
               AT END
                   DISPLAY "(START OF FILE - NO EARLIER RECORDS)"
               NOT AT END
                   PERFORM DISPLAY-ACCOUNT-PARA
           END-READ.

      *****************************************************************
      * CORRECT THE DESCRIPTION AND THE TYPE/KIND CODES.  NEEDS FULL  *
      * MAINTENANCE AUTHORITY, AND A CLOSED ACCOUNT IS NOT CORRECTED. *
      * A NEW CODE MUST BE ON CODEREF.DAT OR NOTHING IS CHANGED.  THE *
      * BALANCE, POSTING DATE AND STATUS ARE NEVER KEYED HERE -- THEY *
      * BELONG TO THE POSTING RUN AND THE CLOSE.  A CODE CHANGE WAITS *
      * WHILE THE ACCOUNT IS ON THE POSTING FILE, AS A CLOSE DOES: A  *
      * POSTING STILL TO COME WOULD LAND UNDER THE NEW CODES WHILE    *
      * THE RECLASS MOVED ONLY THE BALANCE AS IT STOOD.               *
      *****************************************************************
       CORRECT-ACCOUNT-PARA.
           IF OPERATOR-AUTH < 2
               DISPLAY "CORRECTION NEEDS FULL MAINTENANCE AUTHORITY"
               DISPLAY "OPERATOR " OPERATOR-ID " IS ENTRY ONLY"
               GO TO CORRECT-ACCOUNT-EXIT
           END-IF.
           IF ACCOUNT-CLOSED
               DISPLAY "ACCOUNT IS CLOSED - NO CORRECTIONS"
               GO TO CORRECT-ACCOUNT-EXIT
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE.
           MOVE TYPE-CODE-M TO OLD-TYPE-CODE.
           MOVE KIND-CODE-M TO OLD-KIND-CODE.
           DISPLAY "ENTER NEW DESCRIPTION (SPACES = NO CHANGE)"
           MOVE SPACES TO NEW-DESCRIPTION.
           ACCEPT NEW-DESCRIPTION.
           DISPLAY "ENTER NEW TYPE CODE (ZERO = NO CHANGE)"
           MOVE 0 TO NEW-TYPE-CODE.
           ACCEPT NEW-TYPE-CODE.
           DISPLAY "ENTER NEW KIND CODE (ZERO = NO CHANGE)"
           MOVE 0 TO NEW-KIND-CODE.
           ACCEPT NEW-KIND-CODE.
           IF NEW-TYPE-CODE NOT = 0
               MOVE "T" TO LOOKUP-CLASS
               MOVE NEW-TYPE-CODE TO LOOKUP-CODE
               PERFORM FIND-CODE-PARA
               IF NOT CODE-FOUND
                   DISPLAY "TYPE CODE " NEW-TYPE-CODE
                       " NOT ON CODEREF.DAT - NOTHING CHANGED"
                   GO TO CORRECT-ACCOUNT-EXIT
               END-IF
           END-IF.
           IF NEW-KIND-CODE NOT = 0
               MOVE "K" TO LOOKUP-CLASS
               MOVE NEW-KIND-CODE TO LOOKUP-CODE
               PERFORM FIND-CODE-PARA
               IF NOT CODE-FOUND
                   DISPLAY "KIND CODE " NEW-KIND-CODE
                       " NOT ON CODEREF.DAT - NOTHING CHANGED"
                   GO TO CORRECT-ACCOUNT-EXIT
               END-IF
           END-IF.
           IF (NEW-TYPE-CODE NOT = 0
                AND NEW-TYPE-CODE NOT = OLD-TYPE-CODE)
            OR (NEW-KIND-CODE NOT = 0
                AND NEW-KIND-CODE NOT = OLD-KIND-CODE)
               PERFORM CHECK-PENDING-PARA
               IF POSTING-PENDING
                   DISPLAY "ACCOUNT IS ON ACCTVALD.DAT - A POSTING MAY "
                       "BE WAITING.  NOTHING CHANGED"
                   DISPLAY "CORRECT THE CODES AFTER THE NEXT EDIT RUN"
                   GO TO CORRECT-ACCOUNT-EXIT
               END-IF
           END-IF.
           IF NEW-DESCRIPTION NOT = SPACES
               MOVE NEW-DESCRIPTION TO DESCRIPTION-M
           END-IF.
           IF NEW-TYPE-CODE NOT = 0
               MOVE NEW-TYPE-CODE TO TYPE-CODE-M
           END-IF.
           IF NEW-KIND-CODE NOT = 0
               MOVE NEW-KIND-CODE TO KIND-CODE-M
           END-IF.
           IF ACCOUNT-MASTER-RECORD = BEFORE-IMAGE
               DISPLAY "NO CHANGE MADE"
               GO TO CORRECT-ACCOUNT-EXIT
           END-IF.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING ACCOUNT MASTER: "
                       ACCOUNT-MASTER-STATUS
                   GO TO CORRECT-ACCOUNT-EXIT
           END-REWRITE.
           MOVE "C" TO AUDIT-ACTION.
           MOVE ACCOUNT-MASTER-RECORD TO AFTER-IMAGE.
           PERFORM WRITE-AUDIT-PARA.
           IF (TYPE-CODE-M NOT = OLD-TYPE-CODE
            OR KIND-CODE-M NOT = OLD-KIND-CODE)
            AND BALANCE-M NOT = 0
               PERFORM WRITE-RECLASS-PARA
           END-IF.
           PERFORM DISPLAY-ACCOUNT-PARA.
       CORRECT-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * THE BALANCE HAS MOVED FROM THE OLD TYPE/KIND COMBINATION TO   *
      * THE NEW ONE WITHOUT A POSTING.  A CREDIT TO THE OLD AND A     *
      * DEBIT TO THE NEW GO ON THE MONTH-TO-DATE GL DETAIL SO THE     *
      * MONTHEND MOVEMENT CHECK STILL AGREES.  THE LEDGER ITSELF IS   *
      * NOT FED FROM HERE, SO THE OPERATOR IS TOLD TO HAVE IT         *
      * JOURNALLED.                                                   *
      *****************************************************************
       WRITE-RECLASS-PARA.
           OPEN EXTEND GL-MONTH-FILE.
           IF GL-MONTH-NOT-FOUND
               OPEN OUTPUT GL-MONTH-FILE
           END-IF.
           MOVE RUN-DATE      TO GLM-RUN-DATE.
           MOVE OLD-TYPE-CODE TO GLM-TYPE-CODE.
           MOVE OLD-KIND-CODE TO GLM-KIND-CODE.
           COMPUTE GLM-AMOUNT = 0 - BALANCE-M.
           WRITE GL-MONTH-RECORD.
           IF GL-MONTH-STATUS NOT = "00"
               DISPLAY "ERROR WRITING GLMONTH.DAT: " GL-MONTH-STATUS
           END-IF.
           MOVE TYPE-CODE-M   TO GLM-TYPE-CODE.
           MOVE KIND-CODE-M   TO GLM-KIND-CODE.
           MOVE BALANCE-M     TO GLM-AMOUNT.
           WRITE GL-MONTH-RECORD.
           IF GL-MONTH-STATUS NOT = "00"
               DISPLAY "ERROR WRITING GLMONTH.DAT: " GL-MONTH-STATUS
           END-IF.
           CLOSE GL-MONTH-FILE.
           MOVE BALANCE-M TO BALANCE-DISPLAY.
           DISPLAY "BALANCE " BALANCE-DISPLAY " RECLASSED FROM "
               OLD-TYPE-CODE "/" OLD-KIND-CODE " TO "
               TYPE-CODE-M "/" KIND-CODE-M
           DISPLAY "HAVE FINANCE JOURNAL THE RECLASS IN THE LEDGER".

      *****************************************************************
      * CLOSE AN ACCOUNT.  NEEDS FULL MAINTENANCE AUTHORITY.  THE     *
      * BALANCE MUST BE ZERO, AND THE ACCOUNT MUST NOT BE ON THE      *
      * POSTING FILE -- A POSTING THERE MAY NOT HAVE REACHED THE      *
      * MASTER YET, SO THE CLOSE WAITS FOR THE NEXT EDIT RUN TO       *
      * REPLACE THE FILE.  THE RECORD STAYS ON THE MASTER, MARKED     *
      * CLOSED WITH TODAY'S DATE.                                     *
      *****************************************************************
       CLOSE-ACCOUNT-PARA.
           IF OPERATOR-AUTH < 2
               DISPLAY "CLOSE NEEDS FULL MAINTENANCE AUTHORITY"
               DISPLAY "OPERATOR " OPERATOR-ID " IS ENTRY ONLY"
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.
           IF ACCOUNT-CLOSED
               DISPLAY "ACCOUNT ALREADY CLOSED ON " DATE-CLOSED-M
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.
           IF BALANCE-M NOT = 0
               MOVE BALANCE-M TO BALANCE-DISPLAY
               DISPLAY "BALANCE IS " BALANCE-DISPLAY
                   " - ONLY A ZERO BALANCE ACCOUNT MAY BE CLOSED"
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.
           PERFORM CHECK-PENDING-PARA.
           IF POSTING-PENDING
               DISPLAY "ACCOUNT IS ON ACCTVALD.DAT - A POSTING MAY BE"
               DISPLAY "WAITING.  CLOSE IT AFTER THE NEXT EDIT RUN"
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.
           MOVE ACCT-NO-M TO ACCT-DISPLAY.
           DISPLAY "CLOSE ACCOUNT " ACCT-DISPLAY " - SURE? (Y/N)"
           MOVE SPACES TO CONFIRM-CLOSE.
           ACCEPT CONFIRM-CLOSE.
           IF CONFIRM-CLOSE NOT = "Y" AND CONFIRM-CLOSE NOT = "y"
               DISPLAY "ACCOUNT NOT CLOSED"
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE.
           MOVE "C"      TO ACCT-STATUS-M.
           MOVE RUN-DATE TO DATE-CLOSED-M.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING ACCOUNT MASTER: "
                       ACCOUNT-MASTER-STATUS
                   GO TO CLOSE-ACCOUNT-EXIT
           END-REWRITE.
           DISPLAY "ACCOUNT CLOSED".
           MOVE "X" TO AUDIT-ACTION.
           MOVE ACCOUNT-MASTER-RECORD TO AFTER-IMAGE.
           PERFORM WRITE-AUDIT-PARA.
           PERFORM DISPLAY-ACCOUNT-PARA.
       CLOSE-ACCOUNT-EXIT.
           EXIT.

      *    NO POSTING FILE MEANS NOTHING IS WAITING.
       CHECK-PENDING-PARA.
           MOVE 0 TO PENDING-SWITCH.
           MOVE 0 TO POSTING-EOF.
           OPEN INPUT POSTING-FILE.
           IF POSTING-FILE-OK
               PERFORM SCAN-POSTING-PARA
                   UNTIL POSTING-EOF = 1 OR POSTING-PENDING
               CLOSE POSTING-FILE
           END-IF.

       SCAN-POSTING-PARA.
           READ POSTING-FILE
               AT END
                   MOVE 1 TO POSTING-EOF
               NOT AT END
                   IF PST-ACCT-NO = ACCT-NO-M
                       MOVE 1 TO PENDING-SWITCH
                   END-IF
           END-READ.

      *****************************************************************
      * LOG THE MAINTENANCE ACTION JUST APPLIED, STAMPED WITH THE     *
      * SIGNED-ON OPERATOR AND THE TIME.  AUDIT-ACTION AND THE        *
      * IMAGES ARE SET BY THE CALLER.  THE FILE IS OPENED PER WRITE   *
      * SO IT IS ALWAYS COMPLETE IF THE SESSION IS CUT OFF.           *
      *****************************************************************
       WRITE-AUDIT-PARA.
           OPEN EXTEND ACCOUNT-AUDIT-FILE.
           IF ACCOUNT-AUDIT-NOT-FOUND
               OPEN OUTPUT ACCOUNT-AUDIT-FILE
           END-IF.
           ACCEPT TIME-OF-DAY-RAW FROM TIME.
           MOVE TIME-OF-DAY-RAW(1:6) TO TIME-OF-DAY.
           MOVE RUN-DATE      TO AAU-RUN-DATE.
           MOVE AUDIT-ACTION  TO AAU-ACTION.
           MOVE ACCT-NO-M     TO AAU-ACCT-NO.
           MOVE BEFORE-IMAGE  TO AAU-BEFORE-IMAGE.
           MOVE AFTER-IMAGE   TO AAU-AFTER-IMAGE.
           MOVE OPERATOR-ID   TO AAU-OPERATOR.
           MOVE TIME-OF-DAY   TO AAU-TIME.
           WRITE ACCOUNT-AUDIT-RECORD.
           IF ACCOUNT-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ACCTAUD.DAT: "
                   ACCOUNT-AUDIT-STATUS
           END-IF.
           CLOSE ACCOUNT-AUDIT-FILE.

       TERMINATE-PARA.
           IF SIGNED-ON
               CLOSE ACCOUNT-MASTER
           END-IF.
